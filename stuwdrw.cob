       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-WITHDRAWAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WITHDRAWAL-TRANSACTION-FILE ASSIGN TO "WDRTXN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-MASTER-FILE ASSIGN TO "NEWMSTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSCRIPT-FILE ASSIGN TO "TRANSCPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ATTENDANCE-MASTER-FILE ASSIGN TO "ATTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AT-ATTEND-KEY.
           SELECT FEE-LEDGER-FILE ASSIGN TO "FEELEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-LEDGER-KEY.
           SELECT WITHDRAWAL-REGISTER-FILE ASSIGN TO "WDRWREG"
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
       FILE SECTION.
       FD  WITHDRAWAL-TRANSACTION-FILE.
       01  WITHDRAWAL-TRANSACTION-RECORD.
           05  WD-STUDENT-ID      PIC X(6).
           05  WD-LESSON          PIC X(10).
           05  WD-EFFECTIVE-DATE  PIC X(8).
           05  WD-REASON          PIC X(30).
           05  WD-ENTERED-BY      PIC X(20).
       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           COPY PERSONREC.
       FD  NEW-MASTER-FILE.
       01  NEW-MASTER-RECORD.
           COPY PERSONREC.
       FD  TRANSCRIPT-FILE.
       01  TRANSCRIPT-RECORD.
           05  TR-STUDENT-ID      PIC X(6).
           05  TR-STUDENT-NAME    PIC X(38).
           05  TR-LESSON          PIC X(10).
           05  TR-AVERAGE         PIC 9(3)V99.
           05  TR-PASS-FLAG       PIC X(1).
           05  TR-LETTER-GRADE    PIC X(1).
           05  TR-RUN-DATE        PIC X(8).
       FD  ATTENDANCE-MASTER-FILE.
       01  ATTENDANCE-MASTER-RECORD.
           COPY ATTMSTR.
       FD  FEE-LEDGER-FILE.
       01  FEE-LEDGER-RECORD.
           COPY FEELEDG.
       FD  WITHDRAWAL-REGISTER-FILE.
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
       FD  RUN-STATUS-FILE.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.
       WORKING-STORAGE SECTION.
       77  STAT-EOF-FLAG  PIC X(1) VALUE "N".
           88  STAT-END-OF-FILE       VALUE "Y".
       77  ALREADY-RUN-FLAG PIC X(1) VALUE "N".
           88  ALREADY-RUN        VALUE "Y".
       77  STAT-RUN-DATE  PIC X(8).
       77  STAT-STEP-ID   PIC X(8) VALUE "STUWDRW ".
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  CALENDAR-TERM-COUNT PIC 9(2) VALUE 0.
       77  CALENDAR-TERM-MAX   PIC 9(2) VALUE 20.
       77  TERM-FOUND-FLAG    PIC X(1) VALUE "N".
           88  TERM-FOUND         VALUE "Y".
       77  TERM-START-DATE    PIC X(8) VALUE SPACES.
       77  TERM-END-DATE      PIC X(8) VALUE SPACES.
       77  TXN-EOF-FLAG   PIC X(1) VALUE "N".
           88  TXN-END-OF-FILE        VALUE "Y".
       77  MASTER-EOF-FLAG PIC X(1) VALUE "N".
           88  MASTER-END-OF-FILE     VALUE "Y".
       77  LEDGER-EOF-FLAG PIC X(1) VALUE "N".
           88  LEDGER-AT-END          VALUE "Y".
       77  MATCH-FLAG         PIC X(1).
           88  MASTER-MATCHED     VALUE "Y".
           88  MASTER-NOT-MATCHED VALUE "N".
       77  ATTEND-FLAG        PIC X(1).
           88  ATTEND-FOUND       VALUE "Y".
           88  ATTEND-NOT-FOUND   VALUE "N".
       77  RUN-DATE           PIC X(8).
       77  MASTER-COUNT       PIC 9(5) VALUE 0.
       77  MASTER-MAX         PIC 9(5) VALUE 2000.
       77  WITHDRAWN-COUNT    PIC 9(5) VALUE 0.
       77  REJECT-COUNT       PIC 9(5) VALUE 0.
       77  ATTEND-REMOVED     PIC 9(5) VALUE 0.
       77  CHARGES-CREDITED   PIC 9(5) VALUE 0.
       77  WRITTEN-COUNT      PIC 9(5) VALUE 0.
       77  CREDIT-TOTAL       PIC 9(7)V99 VALUE 0.
       77  STUDENT-CREDIT     PIC 9(7)V99 VALUE 0.
       77  TERM-START-DAY     PIC 9(7).
       77  TERM-END-DAY       PIC 9(7).
       77  EFFECTIVE-DAY      PIC 9(7).
       77  TERM-DAYS          PIC 9(5).
       77  REMAINING-DAYS     PIC 9(5).
       77  REMAINING-PCT      PIC 9(3).
       77  CHARGE-DUE         PIC 9(5)V99.
       77  CREDIT-AMOUNT      PIC 9(5)V99.
       77  FULL-NAME          PIC X(38).
       77  REJECT-REASON      PIC X(40).
       77  EDIT-AMOUNT        PIC ZZZZ9.99.
       77  EDIT-AMOUNT-2      PIC ZZZZ9.99.
       77  EDIT-PCT           PIC ZZ9.
       77  EDIT-TOTAL         PIC ZZZZZZ9.99.

       01  DATE-PARTS.
           05  DP-YEAR            PIC 9(4).
           05  DP-MONTH           PIC 9(2).
           05  DP-DAY             PIC 9(2).

       01  PERSON-WORK-RECORD.
           COPY PERSONREC.

       01  MASTER-TABLE.
           03  MASTER-ENTRY OCCURS 2000 TIMES INDEXED BY MS-IDX.
               05  ME-STUDENT-ID     PIC X(6).
               05  ME-LESSON         PIC X(10).
               05  ME-DELETE-FLAG    PIC X(1).
                   88  ME-DELETED        VALUE "D".
               05  ME-PERSON-DATA    PIC X(67).

       01  CALENDAR-TERM-TABLE.
           03  CALENDAR-TERM-ENTRY OCCURS 20 TIMES
                   INDEXED BY CT-IDX.
               05  CT-TERM-CODE      PIC X(5).
               05  CT-TERM-START     PIC X(8).
               05  CT-TERM-END       PIC X(8).
       PROCEDURE DIVISION.
      * Withdraws a student from a lesson part way through the
      * term.  Each transaction names the student, the lesson, the
      * date the withdrawal takes effect and the reason.  The
      * student/lesson pair comes off the student master (a fresh
      * copy is written, as STUDENT-MAINT does) so tonight's
      * grading never sees it, and its attendance master record is
      * deleted so the eligibility sweep and the attendance
      * warning letters drop it too.  A W line goes on the
      * transcript with a zero average; STUGPA is not touched, so
      * the lesson counts in neither the credits attempted nor the
      * cumulative GPA.  Every open retake-fee charge for the
      * lesson is credited the share of its open amount for the
      * part of the term still to run - the term's start and end
      * dates come from its T record on the calendar control file
      * - and the credit is applied to the charge the way a
      * payment is.  The credits go on the run-control file for
      * the ledger trial balance and on the GL activity file for
      * the journal.  The register lists every withdrawal and
      * credit for the registrar and the bursar; rejected
      * transactions end the run RC=4.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           PERFORM CHECK-RUN-STATUS.
           IF ALREADY-RUN
              DISPLAY STAT-STEP-ID " ALREADY COMPLETE FOR "
                      STAT-RUN-DATE " - STEP SKIPPED"
              STOP RUN
           END-IF.
           PERFORM FIND-CURRENT-TERM.
           PERFORM WRITE-START-STATUS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-MASTER-TABLE.
           PERFORM READ-TRANSACTION.
           PERFORM APPLY-WITHDRAWAL UNTIL TXN-END-OF-FILE.
           PERFORM WRITE-NEW-MASTER.
           PERFORM WRITE-REGISTER-TOTALS.
           PERFORM CLOSE-FILES.
           PERFORM WRITE-RUN-CONTROLS.
           IF REJECT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE < 8
              PERFORM WRITE-END-STATUS
           END-IF.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT WITHDRAWAL-TRANSACTION-FILE
                      STUDENT-MASTER-FILE
                I-O ATTENDANCE-MASTER-FILE
                    FEE-LEDGER-FILE
                OUTPUT NEW-MASTER-FILE
                       WITHDRAWAL-REGISTER-FILE
                EXTEND TRANSCRIPT-FILE
                       GL-ACTIVITY-FILE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "STUDENT WITHDRAWAL REGISTER      RUN DATE "
                                 DELIMITED BY SIZE
                  RUN-DATE       DELIMITED BY SIZE
                  "  TERM "      DELIMITED BY SIZE
                  CALENDAR-TERM  DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  TERM-START-DATE DELIMITED BY SIZE
                  "-"            DELIMITED BY SIZE
                  TERM-END-DATE  DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE "STUDENT LESSON     EFFECTIVE ACTION" TO REGISTER-LINE.
           WRITE REGISTER-LINE.

       CLOSE-FILES.
           CLOSE WITHDRAWAL-TRANSACTION-FILE STUDENT-MASTER-FILE
                 ATTENDANCE-MASTER-FILE FEE-LEDGER-FILE
                 NEW-MASTER-FILE WITHDRAWAL-REGISTER-FILE
                 TRANSCRIPT-FILE GL-ACTIVITY-FILE.

      * The credits go on the common run-control file so the
      * ledger trial balance can take them off the balance it
      * proves and the journal extract can agree its WC total.
       WRITE-RUN-CONTROLS.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "STUWDRW "        TO RC-PROGRAM.
           MOVE RUN-DATE          TO RC-RUN-DATE.
           MOVE "WITHDRAWALS "    TO RC-COUNTER-NAME.
           MOVE WITHDRAWN-COUNT   TO RC-COUNT.
           MOVE 0                 TO RC-AMOUNT.
           WRITE RUN-CONTROL-RECORD.
           MOVE "WDCREDIT-AMT"    TO RC-COUNTER-NAME.
           MOVE CHARGES-CREDITED  TO RC-COUNT.
           MOVE CREDIT-TOTAL      TO RC-AMOUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      * ------------------------------ STUDENT MASTER
       LOAD-MASTER-TABLE.
           PERFORM READ-STUDENT-MASTER.
           PERFORM LOAD-MASTER-ENTRY UNTIL MASTER-END-OF-FILE.

       READ-STUDENT-MASTER.
           READ STUDENT-MASTER-FILE
               AT END SET MASTER-END-OF-FILE TO TRUE
           END-READ.

       LOAD-MASTER-ENTRY.
           IF MASTER-COUNT >= MASTER-MAX
              DISPLAY "STUDENT-WITHDRAWAL: MASTER TABLE FULL AT "
                      MASTER-MAX " RECORDS"
              PERFORM CLOSE-FILES
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO MASTER-COUNT.
           SET MS-IDX TO MASTER-COUNT.
           MOVE PERS-ID OF STUDENT-MASTER-RECORD
               TO ME-STUDENT-ID (MS-IDX).
           MOVE PERS-LESSON OF STUDENT-MASTER-RECORD
               TO ME-LESSON (MS-IDX).
           MOVE SPACE TO ME-DELETE-FLAG (MS-IDX).
           MOVE STUDENT-MASTER-RECORD TO ME-PERSON-DATA (MS-IDX).
           PERFORM READ-STUDENT-MASTER.

       FIND-MASTER-ENTRY.
           SET MASTER-NOT-MATCHED TO TRUE.
           IF MASTER-COUNT > 0
              SET MS-IDX TO 1
              PERFORM SCAN-MASTER-ENTRY
                  UNTIL MASTER-MATCHED OR MS-IDX > MASTER-COUNT
           END-IF.

       SCAN-MASTER-ENTRY.
           IF ME-STUDENT-ID (MS-IDX) = WD-STUDENT-ID
              AND ME-LESSON (MS-IDX) = WD-LESSON
              AND NOT ME-DELETED (MS-IDX)
              SET MASTER-MATCHED TO TRUE
           ELSE
              SET MS-IDX UP BY 1
           END-IF.

       WRITE-NEW-MASTER.
           IF MASTER-COUNT > 0
              SET MS-IDX TO 1
              PERFORM WRITE-MASTER-ENTRY
                  UNTIL MS-IDX > MASTER-COUNT
           END-IF.

       WRITE-MASTER-ENTRY.
           IF NOT ME-DELETED (MS-IDX)
              MOVE ME-PERSON-DATA (MS-IDX) TO NEW-MASTER-RECORD
              WRITE NEW-MASTER-RECORD
              ADD 1 TO WRITTEN-COUNT
           END-IF.
           SET MS-IDX UP BY 1.

      * ------------------------------ PER TRANSACTION
       READ-TRANSACTION.
           READ WITHDRAWAL-TRANSACTION-FILE
               AT END SET TXN-END-OF-FILE TO TRUE
           END-READ.

      * A withdrawal must fall inside the current term and not
      * after tonight; the pair must still be on the master, so a
      * second withdrawal of the same pair is rejected.
       APPLY-WITHDRAWAL.
           MOVE SPACES TO REJECT-REASON.
           PERFORM FIND-MASTER-ENTRY.
           EVALUATE TRUE
               WHEN WD-STUDENT-ID = SPACES OR WD-LESSON = SPACES
                   MOVE "STUDENT ID OR LESSON MISSING"
                       TO REJECT-REASON
               WHEN WD-EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE "EFFECTIVE DATE NOT NUMERIC" TO REJECT-REASON
               WHEN WD-EFFECTIVE-DATE > RUN-DATE
                   MOVE "EFFECTIVE DATE IS IN THE FUTURE"
                       TO REJECT-REASON
               WHEN WD-EFFECTIVE-DATE < TERM-START-DATE
                    OR WD-EFFECTIVE-DATE > TERM-END-DATE
                   MOVE "EFFECTIVE DATE OUTSIDE CURRENT TERM"
                       TO REJECT-REASON
               WHEN WD-REASON = SPACES
                   MOVE "REASON MISSING" TO REJECT-REASON
               WHEN MASTER-NOT-MATCHED
                   MOVE "STUDENT NOT ENROLLED IN LESSON"
                       TO REJECT-REASON
           END-EVALUATE.
           IF REJECT-REASON NOT = SPACES
              PERFORM WRITE-REJECT-LINE
           ELSE
              PERFORM WITHDRAW-FROM-LESSON
           END-IF.
           PERFORM READ-TRANSACTION.

       WITHDRAW-FROM-LESSON.
           SET ME-DELETED (MS-IDX) TO TRUE.
           ADD 1 TO WITHDRAWN-COUNT.
           MOVE ME-PERSON-DATA (MS-IDX) TO PERSON-WORK-RECORD.
           PERFORM BUILD-FULL-NAME.
           PERFORM WRITE-WITHDRAWN-LINE.
           PERFORM POST-TRANSCRIPT-LINE.
           PERFORM REMOVE-ATTENDANCE.
           PERFORM CREDIT-OPEN-CHARGES.

       BUILD-FULL-NAME.
           MOVE SPACES TO FULL-NAME.
           STRING PERS-FIRST-NAME OF PERSON-WORK-RECORD
                                 DELIMITED BY SPACE
                  " "           DELIMITED BY SIZE
                  PERS-MIDDLE-NAME OF PERSON-WORK-RECORD
                                 DELIMITED BY SPACE
                  " "           DELIMITED BY SIZE
                  PERS-LAST-NAME OF PERSON-WORK-RECORD
                                 DELIMITED BY SPACE
                  INTO FULL-NAME.

      * The W line carries no average and STUGPA is left alone, so
      * the withdrawn lesson never reaches the credits attempted
      * or the cumulative GPA.
       POST-TRANSCRIPT-LINE.
           MOVE WD-STUDENT-ID  TO TR-STUDENT-ID.
           MOVE FULL-NAME      TO TR-STUDENT-NAME.
           MOVE WD-LESSON      TO TR-LESSON.
           MOVE 0              TO TR-AVERAGE.
           MOVE "W"            TO TR-PASS-FLAG.
           MOVE "W"            TO TR-LETTER-GRADE.
           MOVE RUN-DATE       TO TR-RUN-DATE.
           WRITE TRANSCRIPT-RECORD.

       REMOVE-ATTENDANCE.
           SET ATTEND-FOUND TO TRUE.
           MOVE WD-STUDENT-ID TO AT-STUDENT-ID.
           MOVE WD-LESSON     TO AT-LESSON.
           READ ATTENDANCE-MASTER-FILE
               INVALID KEY SET ATTEND-NOT-FOUND TO TRUE
           END-READ.
           MOVE SPACES TO REGISTER-LINE.
           IF ATTEND-FOUND
              DELETE ATTENDANCE-MASTER-FILE RECORD
              ADD 1 TO ATTEND-REMOVED
              MOVE "        ATTENDANCE RECORD REMOVED" TO REGISTER-LINE
           ELSE
              MOVE "        NO ATTENDANCE RECORD ON FILE"
                  TO REGISTER-LINE
           END-IF.
           WRITE REGISTER-LINE.

      * ------------------------------ PRO-RATED FEE CREDIT
      * The credit is the open amount times the days of the term
      * left after the effective date over the days in the term,
      * so a withdrawal on the first day of term credits the whole
      * open amount and one on the last day credits nothing.
       CREDIT-OPEN-CHARGES.
           MOVE WD-EFFECTIVE-DATE TO DATE-PARTS.
           COMPUTE EFFECTIVE-DAY =
               DP-YEAR * 365 + DP-MONTH * 30 + DP-DAY.
           COMPUTE REMAINING-DAYS = TERM-END-DAY - EFFECTIVE-DAY.
           IF TERM-DAYS > 0
              COMPUTE REMAINING-PCT =
                  REMAINING-DAYS * 100 / TERM-DAYS
           ELSE
              MOVE 100 TO REMAINING-PCT
           END-IF.
           MOVE 0 TO STUDENT-CREDIT.
           PERFORM POSITION-TO-STUDENT.
           PERFORM CREDIT-ONE-CHARGE UNTIL LEDGER-AT-END.
           MOVE STUDENT-CREDIT TO EDIT-TOTAL.
           MOVE SPACES TO REGISTER-LINE.
           STRING "        TOTAL WITHDRAWAL CREDIT       "
                                 DELIMITED BY SIZE
                  EDIT-TOTAL     DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

       POSITION-TO-STUDENT.
           MOVE "N" TO LEDGER-EOF-FLAG.
           MOVE WD-STUDENT-ID TO FEE-STUDENT-ID.
           MOVE LOW-VALUES    TO FEE-CHARGE-DATE.
           MOVE 0             TO FEE-CHARGE-SEQ.
           START FEE-LEDGER-FILE
               KEY IS NOT LESS THAN FEE-LEDGER-KEY
               INVALID KEY SET LEDGER-AT-END TO TRUE
           END-START.
           IF NOT LEDGER-AT-END
              PERFORM READ-NEXT-LEDGER-RECORD
           END-IF.

       READ-NEXT-LEDGER-RECORD.
           READ FEE-LEDGER-FILE NEXT RECORD
               AT END SET LEDGER-AT-END TO TRUE
           END-READ.
           IF NOT LEDGER-AT-END
              AND FEE-STUDENT-ID NOT = WD-STUDENT-ID
              SET LEDGER-AT-END TO TRUE
           END-IF.

       CREDIT-ONE-CHARGE.
           IF FEE-OPEN AND FEE-LESSON = WD-LESSON
              COMPUTE CHARGE-DUE =
                  FEE-CHARGE-AMOUNT - FEE-PAID-AMOUNT
              IF CHARGE-DUE > 0
                 IF TERM-DAYS > 0
                    COMPUTE CREDIT-AMOUNT ROUNDED =
                        CHARGE-DUE * REMAINING-DAYS / TERM-DAYS
                 ELSE
                    MOVE CHARGE-DUE TO CREDIT-AMOUNT
                 END-IF
                 PERFORM APPLY-CHARGE-CREDIT
              END-IF
           END-IF.
           PERFORM READ-NEXT-LEDGER-RECORD.

       APPLY-CHARGE-CREDIT.
           IF CREDIT-AMOUNT > 0
              ADD CREDIT-AMOUNT TO FEE-PAID-AMOUNT
              IF FEE-PAID-AMOUNT >= FEE-CHARGE-AMOUNT
                 SET FEE-PAID TO TRUE
              END-IF
              REWRITE FEE-LEDGER-RECORD
              ADD 1 TO CHARGES-CREDITED
              ADD CREDIT-AMOUNT TO CREDIT-TOTAL
              ADD CREDIT-AMOUNT TO STUDENT-CREDIT
              SET GLA-WITHDRAWAL-CREDIT TO TRUE
              MOVE "STUWDRW "    TO GLA-POSTED-BY
              MOVE RUN-DATE      TO GLA-RUN-DATE
              MOVE WD-STUDENT-ID TO GLA-STUDENT-ID
              MOVE WD-LESSON     TO GLA-LESSON
              MOVE CREDIT-AMOUNT TO GLA-AMOUNT
              WRITE GL-ACTIVITY-RECORD
           END-IF.
           MOVE CHARGE-DUE    TO EDIT-AMOUNT.
           MOVE CREDIT-AMOUNT TO EDIT-AMOUNT-2.
           MOVE REMAINING-PCT TO EDIT-PCT.
           MOVE SPACES TO REGISTER-LINE.
           STRING "        CHARGE "  DELIMITED BY SIZE
                  FEE-CHARGE-DATE    DELIMITED BY SIZE
                  "-"                DELIMITED BY SIZE
                  FEE-CHARGE-SEQ     DELIMITED BY SIZE
                  " OPEN "           DELIMITED BY SIZE
                  EDIT-AMOUNT        DELIMITED BY SIZE
                  "  TERM LEFT "     DELIMITED BY SIZE
                  EDIT-PCT           DELIMITED BY SIZE
                  " PCT  CREDITED "  DELIMITED BY SIZE
                  EDIT-AMOUNT-2      DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

      * ------------------------------ REGISTER
       WRITE-WITHDRAWN-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING WD-STUDENT-ID     DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WD-LESSON         DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WD-EFFECTIVE-DATE DELIMITED BY SIZE
                  "  WITHDRAWN  "   DELIMITED BY SIZE
                  FULL-NAME         DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WD-REASON         DELIMITED BY SIZE
                  " BY "            DELIMITED BY SIZE
                  WD-ENTERED-BY     DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

       WRITE-REJECT-LINE.
           ADD 1 TO REJECT-COUNT.
           MOVE SPACES TO REGISTER-LINE.
           STRING WD-STUDENT-ID     DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WD-LESSON         DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WD-EFFECTIVE-DATE DELIMITED BY SIZE
                  "  REJECTED: "    DELIMITED BY SIZE
                  REJECT-REASON     DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "WITHDRAWN="      DELIMITED BY SIZE
                  WITHDRAWN-COUNT   DELIMITED BY SIZE
                  " REJECTED="      DELIMITED BY SIZE
                  REJECT-COUNT      DELIMITED BY SIZE
                  " ATTENDANCE REMOVED=" DELIMITED BY SIZE
                  ATTEND-REMOVED    DELIMITED BY SIZE
                  " MASTER OUT="    DELIMITED BY SIZE
                  WRITTEN-COUNT     DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE CREDIT-TOTAL TO EDIT-TOTAL.
           MOVE SPACES TO REGISTER-LINE.
           STRING "CHARGES CREDITED=" DELIMITED BY SIZE
                  CHARGES-CREDITED    DELIMITED BY SIZE
                  " CREDIT TOTAL="    DELIMITED BY SIZE
                  EDIT-TOTAL          DELIMITED BY SIZE
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
              DISPLAY "STUDENT-WITHDRAWAL: NO PROCESSING DATE ON "
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
           IF CC-TERM-RECORD
              PERFORM LOAD-CALENDAR-TERM
           END-IF.
           PERFORM READ-CALENDAR-RECORD.

       LOAD-CALENDAR-TERM.
           IF CALENDAR-TERM-COUNT >= CALENDAR-TERM-MAX
              DISPLAY "STUDENT-WITHDRAWAL: CALENDAR TERM TABLE FULL AT "
                      CALENDAR-TERM-MAX " ENTRIES"
           ELSE
              ADD 1 TO CALENDAR-TERM-COUNT
              SET CT-IDX TO CALENDAR-TERM-COUNT
              MOVE CC-TERM-CODE  TO CT-TERM-CODE (CT-IDX)
              MOVE CC-TERM-START TO CT-TERM-START (CT-IDX)
              MOVE CC-TERM-END   TO CT-TERM-END (CT-IDX)
           END-IF.

      * The pro-rating needs the current term's dates; without its
      * T record no credit can be worked out, so nothing is done.
       FIND-CURRENT-TERM.
           IF CALENDAR-TERM-COUNT > 0
              SET CT-IDX TO 1
              PERFORM SCAN-CALENDAR-TERM
                  UNTIL TERM-FOUND OR CT-IDX > CALENDAR-TERM-COUNT
           END-IF.
           IF NOT TERM-FOUND
              DISPLAY "STUDENT-WITHDRAWAL: NO TERM RECORD FOR "
                      CALENDAR-TERM " ON CALENDAR CONTROL FILE"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE TERM-START-DATE TO DATE-PARTS.
           COMPUTE TERM-START-DAY =
               DP-YEAR * 365 + DP-MONTH * 30 + DP-DAY.
           MOVE TERM-END-DATE TO DATE-PARTS.
           COMPUTE TERM-END-DAY =
               DP-YEAR * 365 + DP-MONTH * 30 + DP-DAY.
           COMPUTE TERM-DAYS = TERM-END-DAY - TERM-START-DAY.

       SCAN-CALENDAR-TERM.
           IF CT-TERM-CODE (CT-IDX) = CALENDAR-TERM
              MOVE CT-TERM-START (CT-IDX) TO TERM-START-DATE
              MOVE CT-TERM-END (CT-IDX)   TO TERM-END-DATE
              SET TERM-FOUND TO TRUE
           ELSE
              SET CT-IDX UP BY 1
           END-IF.

      * Step-level restart support: the program notes START and a
      * clean END on the common run-status file and skips itself
      * when tonight's work is already complete, so a rerun of the
      * nightly job only re-executes the steps that never finished.
       CHECK-RUN-STATUS.
           MOVE CALENDAR-DATE TO STAT-RUN-DATE.
           OPEN INPUT RUN-STATUS-FILE.
           PERFORM READ-RUN-STATUS.
           PERFORM SCAN-RUN-STATUS UNTIL STAT-END-OF-FILE.
           CLOSE RUN-STATUS-FILE.

       READ-RUN-STATUS.
           READ RUN-STATUS-FILE
               AT END SET STAT-END-OF-FILE TO TRUE
           END-READ.

       SCAN-RUN-STATUS.
           IF RS-PROGRAM = STAT-STEP-ID AND RS-END
              AND RS-RUN-DATE = STAT-RUN-DATE
              SET ALREADY-RUN TO TRUE
           END-IF.
           PERFORM READ-RUN-STATUS.

       WRITE-START-STATUS.
           OPEN EXTEND RUN-STATUS-FILE.
           MOVE STAT-STEP-ID TO RS-PROGRAM.
           SET RS-START TO TRUE.
           MOVE STAT-RUN-DATE TO RS-RUN-DATE.
           ACCEPT RS-TIME FROM TIME.
           WRITE RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.

       WRITE-END-STATUS.
           OPEN EXTEND RUN-STATUS-FILE.
           MOVE STAT-STEP-ID TO RS-PROGRAM.
           SET RS-END TO TRUE.
           MOVE STAT-RUN-DATE TO RS-RUN-DATE.
           ACCEPT RS-TIME FROM TIME.
           WRITE RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.
