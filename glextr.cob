       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-ACTIVITY-FILE ASSIGN TO "GLACTV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSECAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-CONTROL-FILE ASSIGN TO "GLBATCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-REPORT-FILE ASSIGN TO "GLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-ACTIVITY-FILE.
       01  GL-ACTIVITY-RECORD.
           COPY GLACTV.
       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           COPY GLMAP.
       FD  COURSE-CATALOG-FILE.
       01  COURSE-CATALOG-RECORD.
           COPY CRSECAT.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTL.
       FD  BATCH-CONTROL-FILE.
       01  BATCH-CONTROL-RECORD.
           05  BC-LAST-BATCH      PIC 9(6).
           05  BC-LAST-DATE       PIC X(8).
      * The finance system's journal layout: one header, the
      * debit and credit lines, and a trailer carrying the line
      * count and the debit and credit totals.
       FD  GL-JOURNAL-FILE.
       01  JOURNAL-HEADER-RECORD.
           05  JH-RECORD-TYPE     PIC X(1).
           05  JH-BATCH-NUMBER    PIC 9(6).
           05  JH-JOURNAL-DATE    PIC X(8).
           05  JH-SOURCE          PIC X(8).
           05  FILLER             PIC X(77).
       01  JOURNAL-DETAIL-RECORD.
           05  JD-RECORD-TYPE     PIC X(1).
           05  JD-BATCH-NUMBER    PIC 9(6).
           05  JD-LINE-NUMBER     PIC 9(5).
           05  JD-ACCOUNT         PIC X(12).
           05  JD-DEPARTMENT      PIC X(15).
           05  JD-TXN-TYPE        PIC X(2).
           05  JD-DEBIT-CREDIT    PIC X(1).
           05  JD-AMOUNT          PIC 9(9)V99.
           05  JD-DESCRIPTION     PIC X(30).
           05  FILLER             PIC X(17).
       01  JOURNAL-TRAILER-RECORD.
           05  JT-RECORD-TYPE     PIC X(1).
           05  JT-BATCH-NUMBER    PIC 9(6).
           05  JT-LINE-COUNT      PIC 9(7).
           05  JT-DEBIT-TOTAL     PIC 9(11)V99.
           05  JT-CREDIT-TOTAL    PIC 9(11)V99.
           05  FILLER             PIC X(60).
       FD  GL-REPORT-FILE.
       01  GL-REPORT-LINE         PIC X(120).
       FD  CALENDAR-CONTROL-FILE.
       01  CALENDAR-CONTROL-RECORD.
           COPY CALCTL.
       WORKING-STORAGE SECTION.
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  ACTV-EOF-FLAG  PIC X(1) VALUE "N".
           88  ACTV-END-OF-FILE       VALUE "Y".
       77  MAP-EOF-FLAG   PIC X(1) VALUE "N".
           88  MAP-END-OF-FILE        VALUE "Y".
       77  CATALOG-EOF-FLAG PIC X(1) VALUE "N".
           88  CATALOG-END-OF-FILE    VALUE "Y".
       77  CTL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CTL-END-OF-FILE        VALUE "Y".
       77  BATCH-EOF-FLAG PIC X(1) VALUE "N".
           88  BATCH-END-OF-FILE      VALUE "Y".
       77  RUN-DATE           PIC X(8).
       77  BATCH-NUMBER       PIC 9(6) VALUE 0.
       77  CATALOG-COUNT      PIC 9(3) VALUE 0.
       77  CATALOG-MAX        PIC 9(3) VALUE 050.
       77  MAP-COUNT          PIC 9(3) VALUE 0.
       77  MAP-MAX            PIC 9(3) VALUE 100.
       77  SUMMARY-COUNT      PIC 9(3) VALUE 0.
       77  SUMMARY-MAX        PIC 9(3) VALUE 200.
       77  TYPE-COUNT         PIC 9(2) VALUE 11.
       77  ACTIVITY-COUNT     PIC 9(7) VALUE 0.
       77  LINE-COUNT         PIC 9(7) VALUE 0.
       77  DEBIT-TOTAL        PIC 9(11)V99 VALUE 0.
       77  CREDIT-TOTAL       PIC 9(11)V99 VALUE 0.
       77  ERROR-COUNT        PIC 9(5) VALUE 0.
       77  LESSON-DEPARTMENT  PIC X(15).
       77  MAP-SLOT           PIC 9(3) VALUE 0.
       77  TYPE-SLOT          PIC 9(2) VALUE 0.
       77  SEARCH-DEPARTMENT  PIC X(15).
       77  SUMMARY-FOUND-FLAG PIC X(1).
           88  SUMMARY-FOUND      VALUE "Y".
           88  SUMMARY-NOT-FOUND  VALUE "N".
       77  EDIT-AMOUNT        PIC ZZZZZZZZ9.99.
       77  EDIT-AMOUNT-2      PIC ZZZZZZZZ9.99.
       77  EDIT-TOTAL         PIC ZZZZZZZZZZ9.99.
       77  EDIT-TOTAL-2       PIC ZZZZZZZZZZ9.99.
       77  EDIT-BATCH         PIC ZZZZZ9.

      * One row per money movement the journal carries: the
      * activity type, the program and counter whose RC-AMOUNT it
      * must agree with, and its description on the journal.
       01  TYPE-CONTROL-DATA.
           05  FILLER PIC X(42) VALUE
               "CHFEEPOST CHARGES-AMT CHARGES POSTED      ".
           05  FILLER PIC X(42) VALUE
               "CDFEEPOST CREDIT-DRAWNCREDITS DRAWN       ".
           05  FILLER PIC X(42) VALUE
               "PAFEEPAY  PAYMENTS-AMTPAYMENTS APPLIED    ".
           05  FILLER PIC X(42) VALUE
               "PUFEEPAY  UNAPPLD-AMT PAYMENTS BANKED     ".
           05  FILLER PIC X(42) VALUE
               "RFFEEREFNDREFUND-AMT  REFUNDS PAID        ".
           05  FILLER PIC X(42) VALUE
               "PRFEEREV  REVERSD-AMT PAYMENTS REVERSED   ".
           05  FILLER PIC X(42) VALUE
               "URFEEREV  CREDREV-AMT BANKED CREDIT REVSD ".
           05  FILLER PIC X(42) VALUE
               "NPFEEREV  PENALTY-AMT NSF PENALTIES       ".
           05  FILLER PIC X(42) VALUE
               "WCSTUWDRW WDCREDIT-AMTWITHDRAWAL CREDITS  ".
           05  FILLER PIC X(42) VALUE
               "SASCHAWARDAWARD-AMT   SCHOLARSHIPS APPLIED".
           05  FILLER PIC X(42) VALUE
               "SBSCHAWARDAWDBANK-AMT SCHOLARSHIPS BANKED ".
       01  TYPE-CONTROL-TABLE REDEFINES TYPE-CONTROL-DATA.
           05  TYPE-CONTROL-ENTRY OCCURS 11 TIMES INDEXED BY TC-IDX.
               10  TC-TXN-TYPE       PIC X(2).
               10  TC-PROGRAM        PIC X(8).
               10  TC-COUNTER-NAME   PIC X(12).
               10  TC-DESCRIPTION    PIC X(20).

       01  TYPE-AMOUNT-TABLE.
           05  TYPE-AMOUNT-ENTRY OCCURS 11 TIMES.
               10  TA-ACTIVITY-AMOUNT PIC 9(9)V99 VALUE 0.
               10  TA-CONTROL-AMOUNT  PIC 9(9)V99 VALUE 0.

       01  CATALOG-TABLE.
           03  CATALOG-ENTRY OCCURS 50 TIMES INDEXED BY CC-IDX.
               05  CE-LESSON-CODE    PIC X(10).
               05  CE-DEPARTMENT     PIC X(15).

       01  GL-MAP-TABLE.
           03  MAP-ENTRY OCCURS 100 TIMES INDEXED BY MP-IDX.
               05  MP-TXN-TYPE       PIC X(2).
               05  MP-DEPARTMENT     PIC X(15).
               05  MP-DEBIT-ACCOUNT  PIC X(12).
               05  MP-CREDIT-ACCOUNT PIC X(12).

       01  SUMMARY-TABLE.
           03  SUMMARY-ENTRY OCCURS 200 TIMES INDEXED BY SM-IDX.
               05  SM-TXN-TYPE       PIC X(2).
               05  SM-DEPARTMENT     PIC X(15).
               05  SM-TYPE-SLOT      PIC 9(2).
               05  SM-AMOUNT         PIC 9(9)V99.
       PROCEDURE DIVISION.
      * Daily general ledger journal for the finance system,
      * built from the same money movements FEE-TRIAL-BALANCE
      * proves.  The posting programs append every charge
      * posted, credit drawn, payment applied, payment banked,
      * refund paid, payment reversed, NSF penalty charged,
      * withdrawal credit and scholarship applied or banked to the
      * GL activity file with its lesson; here each movement is
      * rolled up by transaction type and the lesson's CRSECAT
      * department and journalled
      * as a debit and a credit to the accounts the GL map names
      * for that type and department (or the type's default
      * entry).  The journal carries a header and a trailer with
      * the batch number, the line count and the debit and
      * credit totals.  The run ends with return code 8, and the
      * batch number is not advanced, when a movement has no
      * account mapping, when the debits and credits differ, or
      * when any type's activity total differs from the
      * RC-AMOUNT its posting program left on the run-control
      * file - finance never receives a journal that disagrees
      * with the trial balance.  A rerun on the same processing
      * date reuses the day's batch number, so the
      * replacement journal supersedes the first.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           OPEN OUTPUT GL-REPORT-FILE.
           PERFORM LOAD-COURSE-CATALOG.
           PERFORM LOAD-GL-MAP.
           PERFORM LOAD-CONTROL-AMOUNTS.
           PERFORM GET-BATCH-NUMBER.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM SUMMARIZE-ACTIVITY.
           PERFORM WRITE-JOURNAL.
           PERFORM PROVE-JOURNAL.
           IF ERROR-COUNT > 0
              MOVE SPACES TO GL-REPORT-LINE
              WRITE GL-REPORT-LINE
              MOVE "** JOURNAL REJECTED - DO NOT SEND TO FINANCE - "
                  TO GL-REPORT-LINE
              MOVE "BATCH NUMBER NOT ADVANCED **"
                  TO GL-REPORT-LINE (48:28)
              WRITE GL-REPORT-LINE
              CLOSE GL-REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM SAVE-BATCH-NUMBER.
           CLOSE GL-REPORT-FILE.
           STOP RUN.

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
              DISPLAY "GL-JOURNAL-EXTRACT: CATALOG TABLE FULL AT "
                      CATALOG-MAX " ENTRIES"
              SET CATALOG-END-OF-FILE TO TRUE
           ELSE
              ADD 1 TO CATALOG-COUNT
              SET CC-IDX TO CATALOG-COUNT
              MOVE CAT-LESSON-CODE TO CE-LESSON-CODE (CC-IDX)
              MOVE CAT-DEPARTMENT  TO CE-DEPARTMENT (CC-IDX)
              PERFORM READ-CATALOG-RECORD
           END-IF.

       LOAD-GL-MAP.
           OPEN INPUT GL-MAP-FILE.
           PERFORM READ-MAP-RECORD.
           PERFORM LOAD-MAP-ENTRY UNTIL MAP-END-OF-FILE.
           CLOSE GL-MAP-FILE.

       READ-MAP-RECORD.
           READ GL-MAP-FILE
               AT END SET MAP-END-OF-FILE TO TRUE
           END-READ.

       LOAD-MAP-ENTRY.
           IF MAP-COUNT >= MAP-MAX
              DISPLAY "GL-JOURNAL-EXTRACT: GL MAP TABLE FULL AT "
                      MAP-MAX " ENTRIES"
              CLOSE GL-MAP-FILE GL-REPORT-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO MAP-COUNT.
           SET MP-IDX TO MAP-COUNT.
           MOVE GLM-TXN-TYPE       TO MP-TXN-TYPE (MP-IDX).
           MOVE GLM-DEPARTMENT     TO MP-DEPARTMENT (MP-IDX).
           MOVE GLM-DEBIT-ACCOUNT  TO MP-DEBIT-ACCOUNT (MP-IDX).
           MOVE GLM-CREDIT-ACCOUNT TO MP-CREDIT-ACCOUNT (MP-IDX).
           PERFORM READ-MAP-RECORD.

       LOAD-CONTROL-AMOUNTS.
           OPEN INPUT RUN-CONTROL-FILE.
           PERFORM READ-CONTROL-RECORD.
           PERFORM SCAN-CONTROL-RECORD UNTIL CTL-END-OF-FILE.
           CLOSE RUN-CONTROL-FILE.

       READ-CONTROL-RECORD.
           READ RUN-CONTROL-FILE
               AT END SET CTL-END-OF-FILE TO TRUE
           END-READ.

      * The latest record per counter wins, the way the trial
      * balance reads them, so a rerun step is not double-counted.
       SCAN-CONTROL-RECORD.
           SET TC-IDX TO 1.
           PERFORM MATCH-CONTROL-COUNTER UNTIL TC-IDX > TYPE-COUNT.
           PERFORM READ-CONTROL-RECORD.

       MATCH-CONTROL-COUNTER.
           IF RC-PROGRAM = TC-PROGRAM (TC-IDX)
              AND RC-COUNTER-NAME = TC-COUNTER-NAME (TC-IDX)
              MOVE RC-AMOUNT TO TA-CONTROL-AMOUNT (TC-IDX)
           END-IF.
           SET TC-IDX UP BY 1.

      * Reading an empty control file - the first run after it is
      * allocated - starts the batch numbers at 1.
       GET-BATCH-NUMBER.
           OPEN INPUT BATCH-CONTROL-FILE.
           READ BATCH-CONTROL-FILE
               AT END SET BATCH-END-OF-FILE TO TRUE
           END-READ.
           CLOSE BATCH-CONTROL-FILE.
           IF BATCH-END-OF-FILE
              MOVE 1 TO BATCH-NUMBER
           ELSE
              IF BC-LAST-DATE = RUN-DATE
                 MOVE BC-LAST-BATCH TO BATCH-NUMBER
              ELSE
                 COMPUTE BATCH-NUMBER = BC-LAST-BATCH + 1
              END-IF
           END-IF.

       SAVE-BATCH-NUMBER.
           OPEN OUTPUT BATCH-CONTROL-FILE.
           MOVE BATCH-NUMBER TO BC-LAST-BATCH.
           MOVE RUN-DATE     TO BC-LAST-DATE.
           WRITE BATCH-CONTROL-RECORD.
           CLOSE BATCH-CONTROL-FILE.

       WRITE-REPORT-HEADER.
           MOVE BATCH-NUMBER TO EDIT-BATCH.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "GENERAL LEDGER JOURNAL EXTRACT  BATCH "
                                 DELIMITED BY SIZE
                  EDIT-BATCH     DELIMITED BY SIZE
                  "  RUN DATE "  DELIMITED BY SIZE
                  RUN-DATE       DELIMITED BY SIZE
                  INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE SPACES TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "TYPE DEPARTMENT             AMOUNT  "
                                 DELIMITED BY SIZE
                  "DEBIT        CREDIT"
                                 DELIMITED BY SIZE
                  INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.

      * ------------------------------ ROLL UP THE ACTIVITY
       SUMMARIZE-ACTIVITY.
           OPEN INPUT GL-ACTIVITY-FILE.
           PERFORM READ-ACTIVITY-RECORD.
           PERFORM SUMMARIZE-ONE-MOVEMENT UNTIL ACTV-END-OF-FILE.
           CLOSE GL-ACTIVITY-FILE.

       READ-ACTIVITY-RECORD.
           READ GL-ACTIVITY-FILE
               AT END SET ACTV-END-OF-FILE TO TRUE
           END-READ.

       SUMMARIZE-ONE-MOVEMENT.
           ADD 1 TO ACTIVITY-COUNT.
           PERFORM FIND-TYPE-SLOT.
           IF TYPE-SLOT = 0
              ADD 1 TO ERROR-COUNT
              MOVE SPACES TO GL-REPORT-LINE
              STRING GLA-TXN-TYPE   DELIMITED BY SIZE
                     "   UNKNOWN ACTIVITY TYPE FROM "
                                    DELIMITED BY SIZE
                     GLA-POSTED-BY  DELIMITED BY SIZE
                     " FOR STUDENT " DELIMITED BY SIZE
                     GLA-STUDENT-ID DELIMITED BY SIZE
                     INTO GL-REPORT-LINE
              WRITE GL-REPORT-LINE
           ELSE
              ADD GLA-AMOUNT TO TA-ACTIVITY-AMOUNT (TYPE-SLOT)
              PERFORM FIND-LESSON-DEPARTMENT
              PERFORM ADD-TO-SUMMARY
           END-IF.
           PERFORM READ-ACTIVITY-RECORD.

       FIND-TYPE-SLOT.
           MOVE 0 TO TYPE-SLOT.
           SET TC-IDX TO 1.
           PERFORM SCAN-TYPE-CONTROL
               UNTIL TYPE-SLOT > 0 OR TC-IDX > TYPE-COUNT.

       SCAN-TYPE-CONTROL.
           IF TC-TXN-TYPE (TC-IDX) = GLA-TXN-TYPE
              SET TYPE-SLOT TO TC-IDX
           ELSE
              SET TC-IDX UP BY 1
           END-IF.

      * Movements with no lesson, or a lesson since dropped from
      * the catalog, fall to the type's default mapping.
       FIND-LESSON-DEPARTMENT.
           MOVE SPACES TO LESSON-DEPARTMENT.
           IF GLA-LESSON NOT = SPACES AND CATALOG-COUNT > 0
              SET CC-IDX TO 1
              PERFORM SCAN-CATALOG-ENTRY
                  UNTIL LESSON-DEPARTMENT NOT = SPACES
                     OR CC-IDX > CATALOG-COUNT
           END-IF.

       SCAN-CATALOG-ENTRY.
           IF CE-LESSON-CODE (CC-IDX) = GLA-LESSON
              MOVE CE-DEPARTMENT (CC-IDX) TO LESSON-DEPARTMENT
           END-IF.
           SET CC-IDX UP BY 1.

       ADD-TO-SUMMARY.
           SET SUMMARY-NOT-FOUND TO TRUE.
           IF SUMMARY-COUNT > 0
              SET SM-IDX TO 1
              PERFORM SCAN-SUMMARY-ENTRY
                  UNTIL SUMMARY-FOUND OR SM-IDX > SUMMARY-COUNT
           END-IF.
           IF SUMMARY-NOT-FOUND
              IF SUMMARY-COUNT >= SUMMARY-MAX
                 DISPLAY "GL-JOURNAL-EXTRACT: SUMMARY TABLE FULL AT "
                         SUMMARY-MAX " ENTRIES"
                 CLOSE GL-ACTIVITY-FILE GL-REPORT-FILE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO SUMMARY-COUNT
              SET SM-IDX TO SUMMARY-COUNT
              MOVE GLA-TXN-TYPE      TO SM-TXN-TYPE (SM-IDX)
              MOVE LESSON-DEPARTMENT TO SM-DEPARTMENT (SM-IDX)
              MOVE TYPE-SLOT         TO SM-TYPE-SLOT (SM-IDX)
              MOVE 0                 TO SM-AMOUNT (SM-IDX)
           END-IF.
           ADD GLA-AMOUNT TO SM-AMOUNT (SM-IDX).

       SCAN-SUMMARY-ENTRY.
           IF SM-TXN-TYPE (SM-IDX) = GLA-TXN-TYPE
              AND SM-DEPARTMENT (SM-IDX) = LESSON-DEPARTMENT
              SET SUMMARY-FOUND TO TRUE
           ELSE
              SET SM-IDX UP BY 1
           END-IF.

      * ------------------------------ WRITE THE JOURNAL
       WRITE-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE.
           MOVE SPACES       TO JOURNAL-HEADER-RECORD.
           MOVE "H"          TO JH-RECORD-TYPE.
           MOVE BATCH-NUMBER TO JH-BATCH-NUMBER.
           MOVE RUN-DATE     TO JH-JOURNAL-DATE.
           MOVE "STUFEES "   TO JH-SOURCE.
           WRITE JOURNAL-HEADER-RECORD.
           IF SUMMARY-COUNT > 0
              SET SM-IDX TO 1
              PERFORM JOURNAL-ONE-SUMMARY
                  UNTIL SM-IDX > SUMMARY-COUNT
           END-IF.
           MOVE SPACES       TO JOURNAL-TRAILER-RECORD.
           MOVE "T"          TO JT-RECORD-TYPE.
           MOVE BATCH-NUMBER TO JT-BATCH-NUMBER.
           MOVE LINE-COUNT   TO JT-LINE-COUNT.
           MOVE DEBIT-TOTAL  TO JT-DEBIT-TOTAL.
           MOVE CREDIT-TOTAL TO JT-CREDIT-TOTAL.
           WRITE JOURNAL-TRAILER-RECORD.
           CLOSE GL-JOURNAL-FILE.

       JOURNAL-ONE-SUMMARY.
           IF SM-AMOUNT (SM-IDX) > 0
              MOVE SM-DEPARTMENT (SM-IDX) TO SEARCH-DEPARTMENT
              PERFORM FIND-GL-MAPPING
              IF MAP-SLOT = 0
                 MOVE SPACES TO SEARCH-DEPARTMENT
                 PERFORM FIND-GL-MAPPING
              END-IF
              IF MAP-SLOT = 0
                 PERFORM WRITE-NO-MAPPING-LINE
              ELSE
                 PERFORM WRITE-JOURNAL-PAIR
              END-IF
           END-IF.
           SET SM-IDX UP BY 1.

       FIND-GL-MAPPING.
           MOVE 0 TO MAP-SLOT.
           IF MAP-COUNT > 0
              SET MP-IDX TO 1
              PERFORM SCAN-MAP-ENTRY
                  UNTIL MAP-SLOT > 0 OR MP-IDX > MAP-COUNT
           END-IF.

       SCAN-MAP-ENTRY.
           IF MP-TXN-TYPE (MP-IDX) = SM-TXN-TYPE (SM-IDX)
              AND MP-DEPARTMENT (MP-IDX) = SEARCH-DEPARTMENT
              SET MAP-SLOT TO MP-IDX
           ELSE
              SET MP-IDX UP BY 1
           END-IF.

       WRITE-JOURNAL-PAIR.
           MOVE SM-TYPE-SLOT (SM-IDX) TO TYPE-SLOT.
           MOVE SPACES TO JOURNAL-DETAIL-RECORD.
           MOVE "D"                     TO JD-RECORD-TYPE.
           MOVE BATCH-NUMBER            TO JD-BATCH-NUMBER.
           MOVE SM-DEPARTMENT (SM-IDX)  TO JD-DEPARTMENT.
           MOVE SM-TXN-TYPE (SM-IDX)    TO JD-TXN-TYPE.
           MOVE SM-AMOUNT (SM-IDX)      TO JD-AMOUNT.
           MOVE TC-DESCRIPTION (TYPE-SLOT) TO JD-DESCRIPTION.
           ADD 1 TO LINE-COUNT.
           MOVE LINE-COUNT              TO JD-LINE-NUMBER.
           MOVE MP-DEBIT-ACCOUNT (MAP-SLOT) TO JD-ACCOUNT.
           MOVE "D"                     TO JD-DEBIT-CREDIT.
           WRITE JOURNAL-DETAIL-RECORD.
           ADD SM-AMOUNT (SM-IDX) TO DEBIT-TOTAL.
           ADD 1 TO LINE-COUNT.
           MOVE LINE-COUNT              TO JD-LINE-NUMBER.
           MOVE MP-CREDIT-ACCOUNT (MAP-SLOT) TO JD-ACCOUNT.
           MOVE "C"                     TO JD-DEBIT-CREDIT.
           WRITE JOURNAL-DETAIL-RECORD.
           ADD SM-AMOUNT (SM-IDX) TO CREDIT-TOTAL.
           MOVE SM-AMOUNT (SM-IDX) TO EDIT-AMOUNT.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING SM-TXN-TYPE (SM-IDX)   DELIMITED BY SIZE
                  "   "                  DELIMITED BY SIZE
                  SM-DEPARTMENT (SM-IDX) DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  EDIT-AMOUNT            DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  MP-DEBIT-ACCOUNT (MAP-SLOT)
                                         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  MP-CREDIT-ACCOUNT (MAP-SLOT)
                                         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  TC-DESCRIPTION (TYPE-SLOT)
                                         DELIMITED BY SIZE
                  INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.

       WRITE-NO-MAPPING-LINE.
           ADD 1 TO ERROR-COUNT.
           MOVE SM-AMOUNT (SM-IDX) TO EDIT-AMOUNT.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING SM-TXN-TYPE (SM-IDX)   DELIMITED BY SIZE
                  "   "                  DELIMITED BY SIZE
                  SM-DEPARTMENT (SM-IDX) DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  EDIT-AMOUNT            DELIMITED BY SIZE
                  "  ** NO GL ACCOUNT MAPPING - NOT JOURNALLED **"
                                         DELIMITED BY SIZE
                  INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.

      * ------------------------------ PROVE THE JOURNAL
       PROVE-JOURNAL.
           MOVE SPACES TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "ACTIVITY AGAINST RUN CONTROL       ACTIVITY"
                                 DELIMITED BY SIZE
                  "     RUN CONTROL"
                                 DELIMITED BY SIZE
                  INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           SET TC-IDX TO 1.
           PERFORM PROVE-ONE-TYPE UNTIL TC-IDX > TYPE-COUNT.
           MOVE DEBIT-TOTAL  TO EDIT-TOTAL.
           MOVE CREDIT-TOTAL TO EDIT-TOTAL-2.
           MOVE SPACES TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE SPACES TO GL-REPORT-LINE.
           IF DEBIT-TOTAL = CREDIT-TOTAL
              STRING "DEBITS "       DELIMITED BY SIZE
                     EDIT-TOTAL      DELIMITED BY SIZE
                     " = CREDITS "   DELIMITED BY SIZE
                     EDIT-TOTAL-2    DELIMITED BY SIZE
                     "  JOURNAL BALANCED"
                                     DELIMITED BY SIZE
                     INTO GL-REPORT-LINE
           ELSE
              ADD 1 TO ERROR-COUNT
              STRING "DEBITS "       DELIMITED BY SIZE
                     EDIT-TOTAL      DELIMITED BY SIZE
                     " = CREDITS "   DELIMITED BY SIZE
                     EDIT-TOTAL-2    DELIMITED BY SIZE
                     "  ** JOURNAL OUT OF BALANCE **"
                                     DELIMITED BY SIZE
                     INTO GL-REPORT-LINE
           END-IF.
           WRITE GL-REPORT-LINE.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "ACTIVITY RECORDS=" DELIMITED BY SIZE
                  ACTIVITY-COUNT      DELIMITED BY SIZE
                  " JOURNAL LINES="   DELIMITED BY SIZE
                  LINE-COUNT          DELIMITED BY SIZE
                  " ERRORS="          DELIMITED BY SIZE
                  ERROR-COUNT         DELIMITED BY SIZE
                  INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.

       PROVE-ONE-TYPE.
           MOVE TA-ACTIVITY-AMOUNT (TC-IDX) TO EDIT-AMOUNT.
           MOVE TA-CONTROL-AMOUNT (TC-IDX)  TO EDIT-AMOUNT-2.
           MOVE SPACES TO GL-REPORT-LINE.
           IF TA-ACTIVITY-AMOUNT (TC-IDX) =
                   TA-CONTROL-AMOUNT (TC-IDX)
              STRING TC-DESCRIPTION (TC-IDX) DELIMITED BY SIZE
                     "     "                 DELIMITED BY SIZE
                     EDIT-AMOUNT             DELIMITED BY SIZE
                     "  "                    DELIMITED BY SIZE
                     EDIT-AMOUNT-2           DELIMITED BY SIZE
                     "  AGREES"              DELIMITED BY SIZE
                     INTO GL-REPORT-LINE
           ELSE
              ADD 1 TO ERROR-COUNT
              STRING TC-DESCRIPTION (TC-IDX) DELIMITED BY SIZE
                     "     "                 DELIMITED BY SIZE
                     EDIT-AMOUNT             DELIMITED BY SIZE
                     "  "                    DELIMITED BY SIZE
                     EDIT-AMOUNT-2           DELIMITED BY SIZE
                     "  ** DISAGREES WITH "  DELIMITED BY SIZE
                     TC-PROGRAM (TC-IDX)     DELIMITED BY SIZE
                     " "                     DELIMITED BY SIZE
                     TC-COUNTER-NAME (TC-IDX)
                                             DELIMITED BY SIZE
                     " **"                   DELIMITED BY SIZE
                     INTO GL-REPORT-LINE
           END-IF.
           WRITE GL-REPORT-LINE.
           SET TC-IDX UP BY 1.

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
              DISPLAY "GL-JOURNAL-EXTRACT: NO PROCESSING DATE ON "
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
