       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHOLARSHIP-AWARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHOLARSHIP-RULE-FILE ASSIGN TO "SCHRULE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-GPA-FILE ASSIGN TO "STUGPA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GPA-STUDENT-ID.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROBATION-LIST-FILE ASSIGN TO "PROBLIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AWARD-HISTORY-FILE ASSIGN TO "SCHHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-STUDENT-ID.
           SELECT FEE-LEDGER-FILE ASSIGN TO "FEELEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-LEDGER-KEY.
           SELECT CREDIT-BALANCE-FILE ASSIGN TO "CREDBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-STUDENT-ID.
           SELECT AWARD-REGISTER-FILE ASSIGN TO "SCHREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVIEW-LIST-FILE ASSIGN TO "SCHREVW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-ACTIVITY-FILE ASSIGN TO "GLACTV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SCHOLARSHIP-RULE-FILE.
       01  SCHOLARSHIP-RULE-RECORD.
           COPY SCHRULE.
       FD  STUDENT-GPA-FILE.
       01  STUDENT-GPA-RECORD.
           COPY STUGPA.
       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           COPY PERSONREC.
       FD  PROBATION-LIST-FILE.
       01  PROBATION-LIST-RECORD.
           COPY PROBLST.
       FD  AWARD-HISTORY-FILE.
       01  AWARD-HISTORY-RECORD.
           COPY SCHHIST.
       FD  HOLD-MASTER-FILE.
       01  HOLD-MASTER-RECORD.
           COPY HOLDMST.
       FD  FEE-LEDGER-FILE.
       01  FEE-LEDGER-RECORD.
           COPY FEELEDG.
       FD  CREDIT-BALANCE-FILE.
       01  CREDIT-BALANCE-RECORD.
           COPY CREDBAL.
       FD  AWARD-REGISTER-FILE.
       01  REGISTER-LINE          PIC X(120).
       FD  REVIEW-LIST-FILE.
       01  REVIEW-LINE            PIC X(120).
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
       77  TERM-FOUND-FLAG PIC X(1) VALUE "N".
           88  TERM-FOUND             VALUE "Y".
       77  TERM-START     PIC X(8) VALUE SPACES.
       77  TERM-END       PIC X(8) VALUE SPACES.
       77  RULE-EOF-FLAG  PIC X(1) VALUE "N".
           88  RULE-END-OF-FILE       VALUE "Y".
       77  GPA-EOF-FLAG   PIC X(1) VALUE "N".
           88  GPA-END-OF-FILE        VALUE "Y".
       77  MASTER-EOF-FLAG PIC X(1) VALUE "N".
           88  MASTER-END-OF-FILE     VALUE "Y".
       77  PROB-EOF-FLAG  PIC X(1) VALUE "N".
           88  PROB-END-OF-FILE       VALUE "Y".
       77  HIST-EOF-FLAG  PIC X(1) VALUE "N".
           88  HIST-END-OF-FILE       VALUE "Y".
       77  LEDGER-EOF-FLAG PIC X(1) VALUE "N".
           88  LEDGER-AT-END          VALUE "Y".
       77  RUN-DATE           PIC X(8).
       77  RULE-COUNT         PIC 9(3) VALUE 0.
       77  RULE-MAX           PIC 9(3) VALUE 020.
       77  BAD-RULE-COUNT     PIC 9(3) VALUE 0.
       77  NAME-COUNT         PIC 9(5) VALUE 0.
       77  NAME-MAX           PIC 9(5) VALUE 2000.
       77  PROBATION-COUNT    PIC 9(5) VALUE 0.
       77  PROBATION-MAX      PIC 9(5) VALUE 2000.
       77  HISTORY-COUNT      PIC 9(5) VALUE 0.
       77  HISTORY-MAX        PIC 9(5) VALUE 5000.
       77  PAID-COUNT         PIC 9(5) VALUE 0.
       77  PAID-MAX           PIC 9(5) VALUE 2000.
       77  SWEEP-COUNT        PIC 9(5) VALUE 0.
       77  QUALIFIED-COUNT    PIC 9(5) VALUE 0.
       77  AWARD-COUNT        PIC 9(5) VALUE 0.
       77  REVIEW-COUNT       PIC 9(5) VALUE 0.
       77  NOT-AWARDED-COUNT  PIC 9(5) VALUE 0.
       77  CHARGES-CREDITED   PIC 9(5) VALUE 0.
       77  BANKED-COUNT       PIC 9(5) VALUE 0.
       77  AWARD-TOTAL        PIC 9(7)V99 VALUE 0.
       77  APPLIED-TOTAL      PIC 9(7)V99 VALUE 0.
       77  BANKED-TOTAL       PIC 9(7)V99 VALUE 0.
       77  RULE-SLOT          PIC 9(3) VALUE 0.
       77  HISTORY-SLOT       PIC 9(5) VALUE 0.
       77  SEARCH-STUDENT-ID  PIC X(6).
       77  SEARCH-RULE-CODE   PIC X(4).
       77  TERM-CHARGES       PIC 9(7)V99.
       77  YEAR-AWARDED       PIC 9(7)V99.
       77  CAP-REMAINING      PIC 9(7)V99.
       77  AWARD-AMOUNT       PIC 9(5)V99.
       77  AWARD-REMAINING    PIC 9(5)V99.
       77  STUDENT-APPLIED    PIC 9(5)V99.
       77  CHARGE-DUE         PIC 9(5)V99.
       77  APPLY-AMOUNT       PIC 9(5)V99.
       77  STUDENT-NAME       PIC X(38).
       77  AWARD-NOTE         PIC X(30).
       77  REVIEW-REASON      PIC X(60).
       77  EDIT-GPA           PIC ZZ9.99.
       77  EDIT-PCT           PIC ZZ9.99.
       77  EDIT-CREDITS       PIC ZZZZ9.
       77  EDIT-AMOUNT        PIC ZZZZ9.99.
       77  EDIT-AMOUNT-2      PIC ZZZZ9.99.
       77  EDIT-AMOUNT-3      PIC ZZZZ9.99.
       77  EDIT-TOTAL         PIC ZZZZZZ9.99.
       77  EDIT-TOTAL-2       PIC ZZZZZZ9.99.
       77  EDIT-TOTAL-3       PIC ZZZZZZ9.99.
       77  NAME-FOUND-FLAG    PIC X(1).
           88  NAME-FOUND         VALUE "Y".
           88  NAME-NOT-FOUND     VALUE "N".
       77  PROBATION-FLAG     PIC X(1).
           88  ON-PROBATION       VALUE "Y".
           88  NOT-ON-PROBATION   VALUE "N".
       77  HOLD-STATUS-FLAG   PIC X(1).
           88  HOLD-FOUND         VALUE "Y".
           88  HOLD-NOT-FOUND     VALUE "N".
       77  CREDIT-STATUS-FLAG PIC X(1).
           88  CREDIT-FOUND       VALUE "Y".
           88  CREDIT-NOT-FOUND   VALUE "N".
       77  PAID-STATUS-FLAG   PIC X(1).
           88  PAID-THIS-TERM     VALUE "Y".
           88  NOT-PAID-THIS-TERM VALUE "N".
       77  TERM-LIST-FLAG     PIC X(1) VALUE "N".
           88  TERM-LIST-WRITTEN  VALUE "Y".
       77  AWARD-RUN-FLAG     PIC X(1).
           88  AWARDS-DUE         VALUE "Y".
           88  AWARDS-NOT-DUE     VALUE "N".

       01  RULE-TABLE.
           03  RULE-ENTRY OCCURS 20 TIMES INDEXED BY RL-IDX.
               05  RL-RULE-CODE      PIC X(4).
               05  RL-DESCRIPTION    PIC X(20).
               05  RL-MIN-GPA        PIC 9(3)V99.
               05  RL-MIN-CREDITS    PIC 9(5).
               05  RL-AWARD-BASIS    PIC X(1).
                   88  RL-PERCENT-OF-FEES VALUE "P".
               05  RL-AWARD-AMOUNT   PIC 9(5)V99.
               05  RL-AWARD-PERCENT  PIC 9(3)V99.
               05  RL-ANNUAL-CAP     PIC 9(5)V99.

       01  STUDENT-NAME-TABLE.
           03  NAME-ENTRY OCCURS 2000 TIMES INDEXED BY NM-IDX.
               05  NE-STUDENT-ID     PIC X(6).
               05  NE-FIRST-NAME     PIC X(12).
               05  NE-LAST-NAME      PIC X(12).

       01  PROBATION-TABLE.
           03  PROBATION-ENTRY OCCURS 2000 TIMES INDEXED BY PB-IDX.
               05  PB-STUDENT-ID     PIC X(6).
               05  PB-LETTER-DATE    PIC X(8).

      * One entry per student and rule awarded in the current
      * school year, with the year's total against the rule's cap.
       01  AWARD-HISTORY-TABLE.
           03  HISTORY-ENTRY OCCURS 5000 TIMES INDEXED BY HS-IDX.
               05  HE-STUDENT-ID     PIC X(6).
               05  HE-RULE-CODE      PIC X(4).
               05  HE-YEAR-TOTAL     PIC 9(7)V99.

      * One entry per student already paid an award for the
      * current term, under whatever rule.
       01  PAID-STUDENT-TABLE.
           03  PAID-ENTRY OCCURS 2000 TIMES INDEXED BY PD-IDX.
               05  PD-STUDENT-ID     PIC X(6).
       PROCEDURE DIVISION.
      * Term-end merit scholarship run.  Every student on STUGPA is
      * tested against the scholarship rules file, best award
      * first; the first rule whose minimum cumulative GPA and
      * minimum credits earned the student meets decides the
      * award, a flat amount or a percentage of the fees charged
      * to the student in the current term, held to the rule's
      * annual cap less what the award history shows already paid
      * under it this school year.  The award is posted the way a
      * payment is - applied to the student's open fee charges,
      * oldest first, with any remainder banked on the
      * credit-balance file - but as its own GL activity types, SA
      * applied and SB banked, with its own money totals on the
      * run-control file, so the payment totals on the trial
      * balance and the journal carry cash only.  A student who
      * qualifies but has an active hold, or was sent a probation
      * letter for the current term by GPA-TERM-REPORT, is not
      * paid: the student is listed on the review listing for the
      * bursar and the dean to decide by hand.  Every award goes
      * on the award register and the permanent award history; a
      * student paid once for the term, under any rule, is not
      * paid again by a rerun.  The step sits in the daily bursar
      * stream, so it awards only once the term is over - the
      * processing date on or after the term's end date and
      * GPA-TERM-REPORT's probation list written for the term.
      * Any other day the register says so, nothing is posted and
      * the run ends RC=0.  Rules that fail their edits are listed
      * and skipped, RC=4.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           PERFORM OPEN-FILES.
           PERFORM LOAD-RULE-TABLE.
           PERFORM LOAD-NAME-TABLE.
           PERFORM LOAD-PROBATION-TABLE.
           PERFORM LOAD-AWARD-HISTORY.
           CLOSE AWARD-HISTORY-FILE.
           OPEN EXTEND AWARD-HISTORY-FILE.
           PERFORM CHECK-TERM-OVER.
           IF AWARDS-DUE
              PERFORM WRITE-REGISTER-HEADINGS
              PERFORM READ-GPA-RECORD
              PERFORM SWEEP-GPA-RECORD UNTIL GPA-END-OF-FILE
              PERFORM WRITE-REGISTER-TOTALS
           ELSE
              PERFORM WRITE-NOT-TERM-END-LINE
           END-IF.
           PERFORM CLOSE-FILES.
           PERFORM WRITE-RUN-CONTROLS.
           IF BAD-RULE-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT SCHOLARSHIP-RULE-FILE
                      STUDENT-GPA-FILE
                      STUDENT-MASTER-FILE
                      PROBATION-LIST-FILE
                      AWARD-HISTORY-FILE
                      HOLD-MASTER-FILE
                I-O FEE-LEDGER-FILE
                    CREDIT-BALANCE-FILE
                OUTPUT AWARD-REGISTER-FILE
                       REVIEW-LIST-FILE
                EXTEND GL-ACTIVITY-FILE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "SCHOLARSHIP AWARD REGISTER       RUN DATE "
                                 DELIMITED BY SIZE
                  RUN-DATE       DELIMITED BY SIZE
                  "  TERM "      DELIMITED BY SIZE
                  CALENDAR-TERM  DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  TERM-START     DELIMITED BY SIZE
                  "-"            DELIMITED BY SIZE
                  TERM-END       DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE "RULE DESCRIPTION          MIN GPA MIN CR BASIS"
               TO REGISTER-LINE.
           MOVE "     AWARD    PCT ANNUAL CAP" TO REGISTER-LINE (48:28).
           WRITE REGISTER-LINE.
           MOVE SPACES TO REVIEW-LINE.
           STRING "SCHOLARSHIP AWARDS HELD FOR REVIEW   RUN DATE "
                                 DELIMITED BY SIZE
                  RUN-DATE       DELIMITED BY SIZE
                  "  TERM "      DELIMITED BY SIZE
                  CALENDAR-TERM  DELIMITED BY SIZE
                  INTO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE SPACES TO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE SPACES TO REVIEW-LINE.
           STRING "STUDENT NAME                          GPA CR-EARN"
                                 DELIMITED BY SIZE
                  " RULE  REASON HELD"
                                 DELIMITED BY SIZE
                  INTO REVIEW-LINE.
           WRITE REVIEW-LINE.

       CLOSE-FILES.
           CLOSE SCHOLARSHIP-RULE-FILE STUDENT-GPA-FILE
                 STUDENT-MASTER-FILE PROBATION-LIST-FILE
                 HOLD-MASTER-FILE FEE-LEDGER-FILE
                 CREDIT-BALANCE-FILE AWARD-REGISTER-FILE
                 REVIEW-LIST-FILE GL-ACTIVITY-FILE
                 AWARD-HISTORY-FILE.

      * The awards go on the common run-control file under their
      * own program name, so the ledger trial balance takes the
      * applied amount off the balance it proves apart from the
      * cash payments, and the journal extract can agree its SA
      * and SB totals.
       WRITE-RUN-CONTROLS.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "SCHAWARD"        TO RC-PROGRAM.
           MOVE RUN-DATE          TO RC-RUN-DATE.
           MOVE "AWARDS      "    TO RC-COUNTER-NAME.
           MOVE AWARD-COUNT       TO RC-COUNT.
           MOVE 0                 TO RC-AMOUNT.
           WRITE RUN-CONTROL-RECORD.
           MOVE "AWARD-AMT   "    TO RC-COUNTER-NAME.
           MOVE CHARGES-CREDITED  TO RC-COUNT.
           MOVE APPLIED-TOTAL     TO RC-AMOUNT.
           WRITE RUN-CONTROL-RECORD.
           MOVE "AWDBANK-AMT "    TO RC-COUNTER-NAME.
           MOVE BANKED-COUNT      TO RC-COUNT.
           MOVE BANKED-TOTAL      TO RC-AMOUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      * Awards are due once the processing date reaches the end of
      * the term and the term-end probation letters have gone out -
      * GPA-TERM-REPORT's term marker for this term is on the
      * probation list.  Until it has run the list still names the
      * previous term's students and would pass this term's.
       CHECK-TERM-OVER.
           SET AWARDS-DUE TO TRUE.
           IF CALENDAR-DATE < TERM-END
              OR NOT TERM-LIST-WRITTEN
              SET AWARDS-NOT-DUE TO TRUE
           END-IF.

       WRITE-NOT-TERM-END-LINE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           IF CALENDAR-DATE < TERM-END
              STRING "NOT TERM END - NO AWARDS.  TERM "
                                    DELIMITED BY SIZE
                     CALENDAR-TERM  DELIMITED BY SIZE
                     " ENDS "       DELIMITED BY SIZE
                     TERM-END       DELIMITED BY SIZE
                     INTO REGISTER-LINE
           ELSE
              STRING "NOT TERM END - NO AWARDS.  NO PROBATION LIST "
                                    DELIMITED BY SIZE
                     "WRITTEN YET FOR TERM "
                                    DELIMITED BY SIZE
                     CALENDAR-TERM  DELIMITED BY SIZE
                     INTO REGISTER-LINE
           END-IF.
           WRITE REGISTER-LINE.

      * ------------------------------ SCHOLARSHIP RULES
       LOAD-RULE-TABLE.
           PERFORM READ-RULE-RECORD.
           PERFORM LOAD-RULE-ENTRY UNTIL RULE-END-OF-FILE.

       READ-RULE-RECORD.
           READ SCHOLARSHIP-RULE-FILE
               AT END SET RULE-END-OF-FILE TO TRUE
           END-READ.

      * A rule must name a basis and carry numeric thresholds and
      * amounts, and a flat or percentage award must be above
      * zero; a bad rule is listed and left out rather than
      * guessed at.
       LOAD-RULE-ENTRY.
           MOVE SPACES TO AWARD-NOTE.
           EVALUATE TRUE
               WHEN SR-RULE-CODE = SPACES
                   MOVE "RULE CODE MISSING" TO AWARD-NOTE
               WHEN SR-MIN-GPA IS NOT NUMERIC
                    OR SR-MIN-CREDITS IS NOT NUMERIC
                   MOVE "MINIMUMS NOT NUMERIC" TO AWARD-NOTE
               WHEN NOT SR-VALID-BASIS
                   MOVE "BASIS NOT A OR P" TO AWARD-NOTE
               WHEN SR-AWARD-AMOUNT IS NOT NUMERIC
                    OR SR-AWARD-PERCENT IS NOT NUMERIC
                    OR SR-ANNUAL-CAP IS NOT NUMERIC
                   MOVE "AMOUNTS NOT NUMERIC" TO AWARD-NOTE
               WHEN SR-FLAT-AMOUNT AND SR-AWARD-AMOUNT = 0
                   MOVE "FLAT AWARD AMOUNT IS ZERO" TO AWARD-NOTE
               WHEN SR-PERCENT-OF-FEES
                    AND (SR-AWARD-PERCENT = 0
                         OR SR-AWARD-PERCENT > 100)
                   MOVE "PERCENT NOT 0.01 TO 100" TO AWARD-NOTE
           END-EVALUATE.
           IF AWARD-NOTE NOT = SPACES
              ADD 1 TO BAD-RULE-COUNT
              MOVE SPACES TO REGISTER-LINE
              STRING SR-RULE-CODE    DELIMITED BY SIZE
                     " "             DELIMITED BY SIZE
                     SR-DESCRIPTION  DELIMITED BY SIZE
                     "  ** RULE IGNORED: " DELIMITED BY SIZE
                     AWARD-NOTE      DELIMITED BY SIZE
                     INTO REGISTER-LINE
              WRITE REGISTER-LINE
           ELSE
              IF RULE-COUNT >= RULE-MAX
                 DISPLAY "SCHOLARSHIP-AWARD: RULE TABLE FULL AT "
                         RULE-MAX " RECORDS"
                 PERFORM CLOSE-FILES
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO RULE-COUNT
              SET RL-IDX TO RULE-COUNT
              MOVE SR-RULE-CODE     TO RL-RULE-CODE (RL-IDX)
              MOVE SR-DESCRIPTION   TO RL-DESCRIPTION (RL-IDX)
              MOVE SR-MIN-GPA       TO RL-MIN-GPA (RL-IDX)
              MOVE SR-MIN-CREDITS   TO RL-MIN-CREDITS (RL-IDX)
              MOVE SR-AWARD-BASIS   TO RL-AWARD-BASIS (RL-IDX)
              MOVE SR-AWARD-AMOUNT  TO RL-AWARD-AMOUNT (RL-IDX)
              MOVE SR-AWARD-PERCENT TO RL-AWARD-PERCENT (RL-IDX)
              MOVE SR-ANNUAL-CAP    TO RL-ANNUAL-CAP (RL-IDX)
              PERFORM WRITE-RULE-LINE
           END-IF.
           PERFORM READ-RULE-RECORD.

       WRITE-RULE-LINE.
           MOVE SR-MIN-GPA       TO EDIT-GPA.
           MOVE SR-MIN-CREDITS   TO EDIT-CREDITS.
           MOVE SR-AWARD-AMOUNT  TO EDIT-AMOUNT.
           MOVE SR-AWARD-PERCENT TO EDIT-PCT.
           MOVE SR-ANNUAL-CAP    TO EDIT-AMOUNT-2.
           MOVE SPACES TO REGISTER-LINE.
           STRING SR-RULE-CODE    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  SR-DESCRIPTION  DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  EDIT-GPA        DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  EDIT-CREDITS    DELIMITED BY SIZE
                  "   "           DELIMITED BY SIZE
                  SR-AWARD-BASIS  DELIMITED BY SIZE
                  "   "           DELIMITED BY SIZE
                  EDIT-AMOUNT     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  EDIT-PCT        DELIMITED BY SIZE
                  "   "           DELIMITED BY SIZE
                  EDIT-AMOUNT-2   DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

      * ------------------------------ STUDENT NAMES
       LOAD-NAME-TABLE.
           PERFORM READ-STUDENT-MASTER.
           PERFORM LOAD-NAME-ENTRY UNTIL MASTER-END-OF-FILE.

       READ-STUDENT-MASTER.
           READ STUDENT-MASTER-FILE
               AT END SET MASTER-END-OF-FILE TO TRUE
           END-READ.

       LOAD-NAME-ENTRY.
           PERFORM FIND-STUDENT-NAME-ENTRY.
           IF NAME-NOT-FOUND
              IF NAME-COUNT >= NAME-MAX
                 DISPLAY "SCHOLARSHIP-AWARD: NAME TABLE FULL AT "
                         NAME-MAX " ENTRIES"
                 SET MASTER-END-OF-FILE TO TRUE
              ELSE
                 ADD 1 TO NAME-COUNT
                 SET NM-IDX TO NAME-COUNT
                 MOVE PERS-ID OF STUDENT-MASTER-RECORD
                     TO NE-STUDENT-ID (NM-IDX)
                 MOVE PERS-FIRST-NAME OF STUDENT-MASTER-RECORD
                     TO NE-FIRST-NAME (NM-IDX)
                 MOVE PERS-LAST-NAME OF STUDENT-MASTER-RECORD
                     TO NE-LAST-NAME (NM-IDX)
              END-IF
           END-IF.
           IF NOT MASTER-END-OF-FILE
              PERFORM READ-STUDENT-MASTER
           END-IF.

       FIND-STUDENT-NAME-ENTRY.
           SET NAME-NOT-FOUND TO TRUE.
           IF NAME-COUNT > 0
              SET NM-IDX TO 1
              PERFORM SCAN-NAME-ENTRY
                  UNTIL NAME-FOUND OR NM-IDX > NAME-COUNT
           END-IF.

       SCAN-NAME-ENTRY.
           IF NE-STUDENT-ID (NM-IDX) =
                   PERS-ID OF STUDENT-MASTER-RECORD
              SET NAME-FOUND TO TRUE
           ELSE
              SET NM-IDX UP BY 1
           END-IF.

       LOOK-UP-GPA-NAME.
           SET NAME-NOT-FOUND TO TRUE.
           MOVE SPACES TO STUDENT-NAME.
           IF NAME-COUNT > 0
              SET NM-IDX TO 1
              PERFORM SCAN-GPA-NAME
                  UNTIL NAME-FOUND OR NM-IDX > NAME-COUNT
           END-IF.
           IF NAME-FOUND
              STRING NE-FIRST-NAME (NM-IDX) DELIMITED BY SPACE
                     " "                    DELIMITED BY SIZE
                     NE-LAST-NAME (NM-IDX)  DELIMITED BY SPACE
                     INTO STUDENT-NAME
           ELSE
              STRING "STUDENT "    DELIMITED BY SIZE
                     GPA-STUDENT-ID DELIMITED BY SIZE
                     INTO STUDENT-NAME
           END-IF.

       SCAN-GPA-NAME.
           IF NE-STUDENT-ID (NM-IDX) = GPA-STUDENT-ID
              SET NAME-FOUND TO TRUE
           ELSE
              SET NM-IDX UP BY 1
           END-IF.

      * ------------------------------ PROBATION LIST
      * Only letters sent for the current term count; a list left
      * over from an earlier term holds no one back.
       LOAD-PROBATION-TABLE.
           PERFORM READ-PROBATION-RECORD.
           PERFORM LOAD-PROBATION-ENTRY UNTIL PROB-END-OF-FILE.

       READ-PROBATION-RECORD.
           READ PROBATION-LIST-FILE
               AT END SET PROB-END-OF-FILE TO TRUE
           END-READ.

       LOAD-PROBATION-ENTRY.
           IF PL-TERM-CODE = CALENDAR-TERM
              AND PL-STUDENT-ID = SPACES
              SET TERM-LIST-WRITTEN TO TRUE
           END-IF.
           IF PL-TERM-CODE = CALENDAR-TERM
              AND PL-STUDENT-ID NOT = SPACES
              IF PROBATION-COUNT >= PROBATION-MAX
                 DISPLAY "SCHOLARSHIP-AWARD: PROBATION TABLE FULL AT "
                         PROBATION-MAX " RECORDS"
                 PERFORM CLOSE-FILES
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO PROBATION-COUNT
              SET PB-IDX TO PROBATION-COUNT
              MOVE PL-STUDENT-ID  TO PB-STUDENT-ID (PB-IDX)
              MOVE PL-LETTER-DATE TO PB-LETTER-DATE (PB-IDX)
           END-IF.
           PERFORM READ-PROBATION-RECORD.

       CHECK-PROBATION-LETTER.
           SET NOT-ON-PROBATION TO TRUE.
           IF PROBATION-COUNT > 0
              SET PB-IDX TO 1
              PERFORM SCAN-PROBATION-ENTRY
                  UNTIL ON-PROBATION OR PB-IDX > PROBATION-COUNT
           END-IF.

       SCAN-PROBATION-ENTRY.
           IF PB-STUDENT-ID (PB-IDX) = GPA-STUDENT-ID
              SET ON-PROBATION TO TRUE
           ELSE
              SET PB-IDX UP BY 1
           END-IF.

      * ------------------------------ AWARD HISTORY
      * Only this school year's awards are loaded: they are all the
      * annual cap needs, and they include any award already paid
      * for the current term, which marks the student paid.
       LOAD-AWARD-HISTORY.
           PERFORM READ-HISTORY-RECORD.
           PERFORM LOAD-HISTORY-ENTRY UNTIL HIST-END-OF-FILE.

       READ-HISTORY-RECORD.
           READ AWARD-HISTORY-FILE
               AT END SET HIST-END-OF-FILE TO TRUE
           END-READ.

       LOAD-HISTORY-ENTRY.
           IF SH-TERM-CODE (1:4) = CALENDAR-TERM (1:4)
              MOVE SH-STUDENT-ID TO SEARCH-STUDENT-ID
              MOVE SH-RULE-CODE  TO SEARCH-RULE-CODE
              PERFORM FIND-HISTORY-ENTRY
              IF HISTORY-SLOT = 0
                 PERFORM ADD-HISTORY-ENTRY
              END-IF
              ADD SH-AWARD-AMOUNT TO HE-YEAR-TOTAL (HISTORY-SLOT)
              IF SH-TERM-CODE = CALENDAR-TERM
                 PERFORM CHECK-PAID-THIS-TERM
                 IF NOT-PAID-THIS-TERM
                    PERFORM ADD-PAID-ENTRY
                 END-IF
              END-IF
           END-IF.
           PERFORM READ-HISTORY-RECORD.

       ADD-HISTORY-ENTRY.
           IF HISTORY-COUNT >= HISTORY-MAX
              DISPLAY "SCHOLARSHIP-AWARD: HISTORY TABLE FULL AT "
                      HISTORY-MAX " RECORDS"
              PERFORM CLOSE-FILES
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO HISTORY-COUNT.
           SET HS-IDX TO HISTORY-COUNT.
           MOVE HISTORY-COUNT     TO HISTORY-SLOT.
           MOVE SEARCH-STUDENT-ID TO HE-STUDENT-ID (HS-IDX).
           MOVE SEARCH-RULE-CODE  TO HE-RULE-CODE (HS-IDX).
           MOVE 0                 TO HE-YEAR-TOTAL (HS-IDX).

       FIND-HISTORY-ENTRY.
           MOVE 0 TO HISTORY-SLOT.
           IF HISTORY-COUNT > 0
              SET HS-IDX TO 1
              PERFORM SCAN-HISTORY-ENTRY
                  UNTIL HISTORY-SLOT > 0 OR HS-IDX > HISTORY-COUNT
           END-IF.

       SCAN-HISTORY-ENTRY.
           IF HE-STUDENT-ID (HS-IDX) = SEARCH-STUDENT-ID
              AND HE-RULE-CODE (HS-IDX) = SEARCH-RULE-CODE
              SET HISTORY-SLOT TO HS-IDX
           ELSE
              SET HS-IDX UP BY 1
           END-IF.

       ADD-PAID-ENTRY.
           IF PAID-COUNT >= PAID-MAX
              DISPLAY "SCHOLARSHIP-AWARD: PAID TABLE FULL AT "
                      PAID-MAX " STUDENTS"
              PERFORM CLOSE-FILES
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO PAID-COUNT.
           SET PD-IDX TO PAID-COUNT.
           MOVE SEARCH-STUDENT-ID TO PD-STUDENT-ID (PD-IDX).

       CHECK-PAID-THIS-TERM.
           SET NOT-PAID-THIS-TERM TO TRUE.
           IF PAID-COUNT > 0
              SET PD-IDX TO 1
              PERFORM SCAN-PAID-ENTRY
                  UNTIL PAID-THIS-TERM OR PD-IDX > PAID-COUNT
           END-IF.

       SCAN-PAID-ENTRY.
           IF PD-STUDENT-ID (PD-IDX) = SEARCH-STUDENT-ID
              SET PAID-THIS-TERM TO TRUE
           ELSE
              SET PD-IDX UP BY 1
           END-IF.

      * ------------------------------ PER STUDENT
       WRITE-REGISTER-HEADINGS.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "STUDENT NAME                          GPA CR-EARN"
                                 DELIMITED BY SIZE
                  " RULE     AWARD  APPLIED   BANKED  NOTE"
                                 DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

       READ-GPA-RECORD.
           READ STUDENT-GPA-FILE
               AT END SET GPA-END-OF-FILE TO TRUE
           END-READ.

       SWEEP-GPA-RECORD.
           ADD 1 TO SWEEP-COUNT.
           PERFORM FIND-QUALIFYING-RULE.
           IF RULE-SLOT > 0
              ADD 1 TO QUALIFIED-COUNT
              PERFORM LOOK-UP-GPA-NAME
              PERFORM CHECK-ACTIVE-HOLD
              PERFORM CHECK-PROBATION-LETTER
              IF HOLD-FOUND OR ON-PROBATION
                 PERFORM WRITE-REVIEW-LINE
              ELSE
                 PERFORM MAKE-AWARD
              END-IF
           END-IF.
           PERFORM READ-GPA-RECORD.

      * The rules are in order of precedence, so the first one met
      * is the student's award.
       FIND-QUALIFYING-RULE.
           MOVE 0 TO RULE-SLOT.
           IF RULE-COUNT > 0
              SET RL-IDX TO 1
              PERFORM SCAN-RULE-ENTRY
                  UNTIL RULE-SLOT > 0 OR RL-IDX > RULE-COUNT
           END-IF.

       SCAN-RULE-ENTRY.
           IF GPA-CUMULATIVE >= RL-MIN-GPA (RL-IDX)
              AND GPA-CREDITS-EARNED >= RL-MIN-CREDITS (RL-IDX)
              SET RULE-SLOT TO RL-IDX
           ELSE
              SET RL-IDX UP BY 1
           END-IF.

      * HOLD-FOUND is left set only when the hold is still active.
       CHECK-ACTIVE-HOLD.
           SET HOLD-FOUND TO TRUE.
           MOVE GPA-STUDENT-ID TO HLD-STUDENT-ID.
           READ HOLD-MASTER-FILE
               INVALID KEY SET HOLD-NOT-FOUND TO TRUE
           END-READ.
           IF HOLD-FOUND AND NOT HLD-ACTIVE
              SET HOLD-NOT-FOUND TO TRUE
           END-IF.

       WRITE-REVIEW-LINE.
           ADD 1 TO REVIEW-COUNT.
           MOVE SPACES TO REVIEW-REASON.
           EVALUATE TRUE
               WHEN HOLD-FOUND AND ON-PROBATION
                   STRING "ACTIVE HOLD TYPE " DELIMITED BY SIZE
                          HLD-HOLD-TYPE       DELIMITED BY SIZE
                          " PLACED "          DELIMITED BY SIZE
                          HLD-PLACED-DATE     DELIMITED BY SIZE
                          ", PROBATION LETTER " DELIMITED BY SIZE
                          PB-LETTER-DATE (PB-IDX)
                                              DELIMITED BY SIZE
                          INTO REVIEW-REASON
               WHEN HOLD-FOUND
                   STRING "ACTIVE HOLD TYPE " DELIMITED BY SIZE
                          HLD-HOLD-TYPE       DELIMITED BY SIZE
                          " PLACED "          DELIMITED BY SIZE
                          HLD-PLACED-DATE     DELIMITED BY SIZE
                          " "                 DELIMITED BY SIZE
                          HLD-REASON          DELIMITED BY SIZE
                          INTO REVIEW-REASON
               WHEN OTHER
                   STRING "PROBATION LETTER " DELIMITED BY SIZE
                          PB-LETTER-DATE (PB-IDX)
                                              DELIMITED BY SIZE
                          INTO REVIEW-REASON
           END-EVALUATE.
           MOVE GPA-CUMULATIVE     TO EDIT-GPA.
           MOVE GPA-CREDITS-EARNED TO EDIT-CREDITS.
           MOVE SPACES TO REVIEW-LINE.
           STRING GPA-STUDENT-ID          DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  STUDENT-NAME (1:30)     DELIMITED BY SIZE
                  EDIT-GPA                DELIMITED BY SIZE
                  "   "                   DELIMITED BY SIZE
                  EDIT-CREDITS            DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  RL-RULE-CODE (RULE-SLOT) DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  REVIEW-REASON           DELIMITED BY SIZE
                  INTO REVIEW-LINE.
           WRITE REVIEW-LINE.

      * ------------------------------ THE AWARD
      * A student already paid this term, under this rule or any
      * other (a grade change since can move the student to another
      * rule), is not paid again; otherwise the award is worked out
      * and held to what is left of the rule's annual cap.  An
      * award that comes to nothing - no fees this term on a
      * percentage rule, or the cap already reached - is listed but
      * not posted.
       MAKE-AWARD.
           MOVE SPACES TO AWARD-NOTE.
           MOVE 0 TO AWARD-AMOUNT STUDENT-APPLIED.
           MOVE GPA-STUDENT-ID           TO SEARCH-STUDENT-ID.
           MOVE RL-RULE-CODE (RULE-SLOT) TO SEARCH-RULE-CODE.
           PERFORM FIND-HISTORY-ENTRY.
           MOVE 0 TO YEAR-AWARDED.
           IF HISTORY-SLOT > 0
              MOVE HE-YEAR-TOTAL (HISTORY-SLOT) TO YEAR-AWARDED
           END-IF.
           PERFORM CHECK-PAID-THIS-TERM.
           IF PAID-THIS-TERM
              MOVE "ALREADY AWARDED THIS TERM" TO AWARD-NOTE
           ELSE
              PERFORM COMPUTE-AWARD-AMOUNT
           END-IF.
           IF AWARD-AMOUNT = 0
              ADD 1 TO NOT-AWARDED-COUNT
              MOVE 0 TO AWARD-REMAINING
           ELSE
              PERFORM POST-AWARD
           END-IF.
           PERFORM WRITE-AWARD-LINE.

       COMPUTE-AWARD-AMOUNT.
           IF RL-PERCENT-OF-FEES (RULE-SLOT)
              PERFORM SUM-TERM-CHARGES
              COMPUTE AWARD-AMOUNT ROUNDED =
                  TERM-CHARGES * RL-AWARD-PERCENT (RULE-SLOT) / 100
              IF AWARD-AMOUNT = 0
                 MOVE "NO FEES CHARGED THIS TERM" TO AWARD-NOTE
              END-IF
           ELSE
              MOVE RL-AWARD-AMOUNT (RULE-SLOT) TO AWARD-AMOUNT
           END-IF.
           IF RL-ANNUAL-CAP (RULE-SLOT) > 0 AND AWARD-AMOUNT > 0
              IF YEAR-AWARDED >= RL-ANNUAL-CAP (RULE-SLOT)
                 MOVE 0 TO CAP-REMAINING
              ELSE
                 COMPUTE CAP-REMAINING =
                     RL-ANNUAL-CAP (RULE-SLOT) - YEAR-AWARDED
              END-IF
              IF AWARD-AMOUNT > CAP-REMAINING
                 MOVE CAP-REMAINING TO AWARD-AMOUNT
                 IF AWARD-AMOUNT = 0
                    MOVE "ANNUAL CAP ALREADY REACHED" TO AWARD-NOTE
                 ELSE
                    MOVE "HELD TO ANNUAL CAP" TO AWARD-NOTE
                 END-IF
              END-IF
           END-IF.

      * Fees charged this term are the charges dated inside the
      * current term's T-record window, paid or not.
       SUM-TERM-CHARGES.
           MOVE 0 TO TERM-CHARGES.
           PERFORM POSITION-TO-STUDENT.
           PERFORM ADD-TERM-CHARGE UNTIL LEDGER-AT-END.

       ADD-TERM-CHARGE.
           IF FEE-CHARGE-DATE NOT < TERM-START
              AND FEE-CHARGE-DATE NOT > TERM-END
              ADD FEE-CHARGE-AMOUNT TO TERM-CHARGES
           END-IF.
           PERFORM READ-NEXT-LEDGER-RECORD.

       POSITION-TO-STUDENT.
           MOVE "N" TO LEDGER-EOF-FLAG.
           MOVE GPA-STUDENT-ID TO FEE-STUDENT-ID.
           MOVE LOW-VALUES     TO FEE-CHARGE-DATE.
           MOVE 0              TO FEE-CHARGE-SEQ.
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
              AND FEE-STUDENT-ID NOT = GPA-STUDENT-ID
              SET LEDGER-AT-END TO TRUE
           END-IF.

      * The award is applied to open charges oldest first, the way
      * a payment is, and whatever is left is banked on the
      * credit-balance file for the next charges to draw down.
       POST-AWARD.
           ADD 1 TO AWARD-COUNT.
           ADD AWARD-AMOUNT TO AWARD-TOTAL.
           MOVE AWARD-AMOUNT TO AWARD-REMAINING.
           PERFORM POSITION-TO-STUDENT.
           PERFORM APPLY-TO-OPEN-CHARGE
               UNTIL LEDGER-AT-END OR AWARD-REMAINING = 0.
           IF AWARD-REMAINING > 0
              PERFORM BANK-AWARD-REMAINDER
           END-IF.
           MOVE GPA-STUDENT-ID           TO SH-STUDENT-ID.
           MOVE RL-RULE-CODE (RULE-SLOT) TO SH-RULE-CODE.
           MOVE CALENDAR-TERM            TO SH-TERM-CODE.
           MOVE RUN-DATE                 TO SH-AWARD-DATE.
           MOVE AWARD-AMOUNT             TO SH-AWARD-AMOUNT.
           MOVE STUDENT-APPLIED          TO SH-APPLIED-AMOUNT.
           MOVE AWARD-REMAINING          TO SH-BANKED-AMOUNT.
           WRITE AWARD-HISTORY-RECORD.

       APPLY-TO-OPEN-CHARGE.
           IF FEE-OPEN
              COMPUTE CHARGE-DUE =
                  FEE-CHARGE-AMOUNT - FEE-PAID-AMOUNT
              IF CHARGE-DUE > 0
                 IF AWARD-REMAINING < CHARGE-DUE
                    MOVE AWARD-REMAINING TO APPLY-AMOUNT
                 ELSE
                    MOVE CHARGE-DUE TO APPLY-AMOUNT
                 END-IF
                 ADD APPLY-AMOUNT TO FEE-PAID-AMOUNT
                 SUBTRACT APPLY-AMOUNT FROM AWARD-REMAINING
                 ADD APPLY-AMOUNT TO STUDENT-APPLIED
                 ADD APPLY-AMOUNT TO APPLIED-TOTAL
                 ADD 1 TO CHARGES-CREDITED
                 IF FEE-PAID-AMOUNT >= FEE-CHARGE-AMOUNT
                    SET FEE-PAID TO TRUE
                 END-IF
                 REWRITE FEE-LEDGER-RECORD
                 SET GLA-SCHOLARSHIP-APPLIED TO TRUE
                 MOVE FEE-LESSON   TO GLA-LESSON
                 MOVE APPLY-AMOUNT TO GLA-AMOUNT
                 PERFORM WRITE-GL-ACTIVITY
              END-IF
           END-IF.
           IF AWARD-REMAINING > 0
              PERFORM READ-NEXT-LEDGER-RECORD
           END-IF.

       BANK-AWARD-REMAINDER.
           ADD 1 TO BANKED-COUNT.
           ADD AWARD-REMAINING TO BANKED-TOTAL.
           SET CREDIT-FOUND TO TRUE.
           MOVE GPA-STUDENT-ID TO CB-STUDENT-ID.
           READ CREDIT-BALANCE-FILE
               INVALID KEY SET CREDIT-NOT-FOUND TO TRUE
           END-READ.
           IF CREDIT-NOT-FOUND
              MOVE GPA-STUDENT-ID TO CB-STUDENT-ID
              MOVE 0 TO CB-CREDIT-AMOUNT
           END-IF.
           ADD AWARD-REMAINING TO CB-CREDIT-AMOUNT.
           MOVE RUN-DATE TO CB-LAST-ACTIVITY.
           IF CREDIT-NOT-FOUND
              WRITE CREDIT-BALANCE-RECORD
           ELSE
              REWRITE CREDIT-BALANCE-RECORD
           END-IF.
           SET GLA-SCHOLARSHIP-BANKED TO TRUE.
           MOVE SPACES          TO GLA-LESSON.
           MOVE AWARD-REMAINING TO GLA-AMOUNT.
           PERFORM WRITE-GL-ACTIVITY.

       WRITE-GL-ACTIVITY.
           MOVE "SCHAWARD"     TO GLA-POSTED-BY.
           MOVE RUN-DATE       TO GLA-RUN-DATE.
           MOVE GPA-STUDENT-ID TO GLA-STUDENT-ID.
           WRITE GL-ACTIVITY-RECORD.

      * ------------------------------ REGISTER
       WRITE-AWARD-LINE.
           MOVE GPA-CUMULATIVE     TO EDIT-GPA.
           MOVE GPA-CREDITS-EARNED TO EDIT-CREDITS.
           MOVE AWARD-AMOUNT       TO EDIT-AMOUNT.
           MOVE STUDENT-APPLIED    TO EDIT-AMOUNT-2.
           MOVE AWARD-REMAINING    TO EDIT-AMOUNT-3.
           MOVE SPACES TO REGISTER-LINE.
           STRING GPA-STUDENT-ID          DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  STUDENT-NAME (1:30)     DELIMITED BY SIZE
                  EDIT-GPA                DELIMITED BY SIZE
                  "   "                   DELIMITED BY SIZE
                  EDIT-CREDITS            DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  RL-RULE-CODE (RULE-SLOT) DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  EDIT-AMOUNT             DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  EDIT-AMOUNT-2           DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  EDIT-AMOUNT-3           DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  AWARD-NOTE              DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "STUDENTS SWEPT="  DELIMITED BY SIZE
                  SWEEP-COUNT        DELIMITED BY SIZE
                  " QUALIFIED="      DELIMITED BY SIZE
                  QUALIFIED-COUNT    DELIMITED BY SIZE
                  " AWARDED="        DELIMITED BY SIZE
                  AWARD-COUNT        DELIMITED BY SIZE
                  " NOT AWARDED="    DELIMITED BY SIZE
                  NOT-AWARDED-COUNT  DELIMITED BY SIZE
                  " HELD FOR REVIEW=" DELIMITED BY SIZE
                  REVIEW-COUNT       DELIMITED BY SIZE
                  " RULES IGNORED="  DELIMITED BY SIZE
                  BAD-RULE-COUNT     DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE AWARD-TOTAL   TO EDIT-TOTAL.
           MOVE APPLIED-TOTAL TO EDIT-TOTAL-2.
           MOVE BANKED-TOTAL  TO EDIT-TOTAL-3.
           MOVE SPACES TO REGISTER-LINE.
           STRING "AWARDED TOTAL="     DELIMITED BY SIZE
                  EDIT-TOTAL           DELIMITED BY SIZE
                  " APPLIED TO CHARGES=" DELIMITED BY SIZE
                  EDIT-TOTAL-2         DELIMITED BY SIZE
                  " BANKED TO CREDIT=" DELIMITED BY SIZE
                  EDIT-TOTAL-3         DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE SPACES TO REVIEW-LINE.
           STRING "STUDENTS HELD FOR REVIEW=" DELIMITED BY SIZE
                  REVIEW-COUNT               DELIMITED BY SIZE
                  INTO REVIEW-LINE.
           WRITE REVIEW-LINE.

      * The processing date and term come from the calendar control
      * file rather than the system clock, so a run that goes past
      * midnight or is rerun next morning still posts under the
      * night it belongs to.  The current term's T record gives the
      * window the fees charged this term are summed over.
       GET-PROCESSING-DATE.
           OPEN INPUT CALENDAR-CONTROL-FILE.
           PERFORM READ-CALENDAR-RECORD.
           PERFORM SCAN-CALENDAR-RECORD UNTIL CAL-END-OF-FILE.
           CLOSE CALENDAR-CONTROL-FILE.
           IF CALENDAR-DATE = SPACES
              DISPLAY "SCHOLARSHIP-AWARD: NO PROCESSING DATE ON "
                      "CALENDAR CONTROL FILE"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "N" TO CAL-EOF-FLAG.
           OPEN INPUT CALENDAR-CONTROL-FILE.
           PERFORM READ-CALENDAR-RECORD.
           PERFORM FIND-CURRENT-TERM UNTIL CAL-END-OF-FILE.
           CLOSE CALENDAR-CONTROL-FILE.
           IF NOT TERM-FOUND
              DISPLAY "SCHOLARSHIP-AWARD: NO TERM RECORD FOR "
                      CALENDAR-TERM " ON CALENDAR CONTROL FILE"
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

       FIND-CURRENT-TERM.
           IF CC-TERM-RECORD AND CC-TERM-CODE = CALENDAR-TERM
              SET TERM-FOUND TO TRUE
              MOVE CC-TERM-START TO TERM-START
              MOVE CC-TERM-END   TO TERM-END
           END-IF.
           PERFORM READ-CALENDAR-RECORD.
