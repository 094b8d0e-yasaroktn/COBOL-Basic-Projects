       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-MERGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-TRANSACTION-FILE ASSIGN TO "MRGTXN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-MASTER-FILE ASSIGN TO "NEWMSTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSCRIPT-FILE ASSIGN TO "TRANSCPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-TRANSCRIPT-FILE ASSIGN TO "TRANNEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSCRIPT-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-TRANHIST-FILE ASSIGN TO "HISTNEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-PAYHIST-FILE ASSIGN TO "NEWPHST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AWARD-HISTORY-FILE ASSIGN TO "SCHHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-AWARD-HISTORY-FILE ASSIGN TO "NEWSHST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-GPA-FILE ASSIGN TO "STUGPA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GPA-STUDENT-ID.
           SELECT FEE-LEDGER-FILE ASSIGN TO "FEELEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-LEDGER-KEY.
           SELECT CREDIT-BALANCE-FILE ASSIGN TO "CREDBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CB-STUDENT-ID.
           SELECT ATTENDANCE-MASTER-FILE ASSIGN TO "ATTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-ATTEND-KEY.
           SELECT RETAKE-HISTORY-FILE ASSIGN TO "RETAKHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-HISTORY-KEY.
           SELECT ADDRESS-MASTER-FILE ASSIGN TO "STUADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-STUDENT-ID.
           SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-STUDENT-ID.
           SELECT MERGE-REPORT-FILE ASSIGN TO "MRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-TRANSACTION-FILE.
       01  MERGE-TRANSACTION-RECORD.
           05  MG-SURVIVOR-ID     PIC X(6).
           05  MG-RETIRED-ID      PIC X(6).
           05  MG-APPROVED-BY     PIC X(20).
       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           COPY PERSONREC.
       FD  NEW-MASTER-FILE.
       01  NEW-MASTER-RECORD      PIC X(67).
       FD  TRANSCRIPT-FILE.
       01  TRANSCRIPT-RECORD.
           05  TR-STUDENT-ID      PIC X(6).
           05  TR-STUDENT-NAME    PIC X(38).
           05  TR-LESSON          PIC X(10).
           05  TR-AVERAGE         PIC 9(3)V99.
           05  TR-PASS-FLAG       PIC X(1).
           05  TR-LETTER-GRADE    PIC X(1).
           05  TR-RUN-DATE        PIC X(8).
       FD  NEW-TRANSCRIPT-FILE.
       01  NEW-TRANSCRIPT-RECORD  PIC X(69).
       FD  TRANSCRIPT-HISTORY-FILE.
       01  TRANSCRIPT-HISTORY-RECORD.
           COPY TRANHIST.
       FD  NEW-TRANHIST-FILE.
       01  NEW-TRANHIST-RECORD    PIC X(74).
       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           COPY PAYHIST.
       FD  NEW-PAYHIST-FILE.
       01  NEW-PAYHIST-RECORD     PIC X(72).
       FD  AWARD-HISTORY-FILE.
       01  AWARD-HISTORY-RECORD.
           COPY SCHHIST.
       FD  NEW-AWARD-HISTORY-FILE.
       01  NEW-AWARD-HISTORY-RECORD PIC X(44).
       FD  STUDENT-GPA-FILE.
       01  STUDENT-GPA-RECORD.
           COPY STUGPA.
       FD  FEE-LEDGER-FILE.
       01  FEE-LEDGER-RECORD.
           COPY FEELEDG.
       FD  CREDIT-BALANCE-FILE.
       01  CREDIT-BALANCE-RECORD.
           COPY CREDBAL.
       FD  ATTENDANCE-MASTER-FILE.
       01  ATTENDANCE-MASTER-RECORD.
           COPY ATTMSTR.
       FD  RETAKE-HISTORY-FILE.
       01  RETAKE-HISTORY-RECORD.
           05  RH-HISTORY-KEY.
               10  RH-STUDENT-ID  PIC X(6).
               10  RH-LESSON      PIC X(10).
           05  RH-ATTEMPT-COUNT   PIC 9(3).
           05  RH-LAST-FAIL-DATE  PIC X(8).
       FD  ADDRESS-MASTER-FILE.
       01  ADDRESS-MASTER-RECORD.
           COPY STUADDR.
       FD  HOLD-MASTER-FILE.
       01  HOLD-MASTER-RECORD.
           COPY HOLDMST.
       FD  MERGE-REPORT-FILE.
       01  MERGE-REPORT-LINE      PIC X(120).
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
       77  MASTER-EOF-FLAG PIC X(1) VALUE "N".
           88  MASTER-END-OF-FILE     VALUE "Y".
       77  TRANS-EOF-FLAG PIC X(1) VALUE "N".
           88  TRANS-END-OF-FILE      VALUE "Y".
       77  HIST-EOF-FLAG  PIC X(1) VALUE "N".
           88  HIST-END-OF-FILE       VALUE "Y".
       77  PAYH-EOF-FLAG  PIC X(1) VALUE "N".
           88  PAYH-END-OF-FILE       VALUE "Y".
       77  AWDH-EOF-FLAG  PIC X(1) VALUE "N".
           88  AWDH-END-OF-FILE       VALUE "Y".
       77  SCAN-EOF-FLAG  PIC X(1) VALUE "N".
           88  SCAN-AT-END            VALUE "Y".
       77  RUN-DATE           PIC X(8).
       77  MERGE-COUNT        PIC 9(3) VALUE 0.
       77  MERGE-MAX          PIC 9(3) VALUE 050.
       77  MASTER-COUNT       PIC 9(5) VALUE 0.
       77  MASTER-MAX         PIC 9(5) VALUE 2000.
       77  KEY-COUNT          PIC 9(3) VALUE 0.
       77  KEY-MAX            PIC 9(3) VALUE 200.
       77  MOVED-CHARGE-COUNT PIC 9(3) VALUE 0.
       77  MOVED-CHARGE-MAX   PIC 9(3) VALUE 500.
       77  REJECT-COUNT       PIC 9(3) VALUE 0.
       77  APPLIED-COUNT      PIC 9(3) VALUE 0.
       77  REJECT-REASON      PIC X(40).
       77  RECORD-FOUND-FLAG  PIC X(1).
           88  RECORD-FOUND       VALUE "Y".
           88  RECORD-NOT-FOUND   VALUE "N".
       77  SURVIVOR-FLAG      PIC X(1).
           88  SURVIVOR-FOUND     VALUE "Y".
           88  SURVIVOR-NOT-FOUND VALUE "N".
       77  ID-FLAG            PIC X(1).
           88  ID-RETIRED         VALUE "Y".
           88  ID-NOT-RETIRED     VALUE "N".
       77  SEQ-SLOT-FLAG      PIC X(1).
           88  SEQ-SLOT-FREE      VALUE "Y".
           88  SEQ-SLOT-USED      VALUE "N".
       77  LESSON-FLAG        PIC X(1).
           88  LESSON-HELD        VALUE "Y".
           88  LESSON-NOT-HELD    VALUE "N".
       77  MOVED-FLAG         PIC X(1).
           88  CHARGE-MOVED       VALUE "Y".
           88  CHARGE-NOT-MOVED   VALUE "N".
       77  SURVIVOR-ID        PIC X(6).
       77  RETIRED-ID         PIC X(6).
       77  NEW-ID             PIC X(6).
       77  NEW-SEQ            PIC 9(3).
       77  MASTER-MOVED       PIC 9(5) VALUE 0.
       77  MASTER-DROPPED     PIC 9(5) VALUE 0.
       77  TRANSCRIPT-MOVED   PIC 9(5) VALUE 0.
       77  TRANHIST-MOVED     PIC 9(5) VALUE 0.
       77  PAYHIST-MOVED      PIC 9(5) VALUE 0.
       77  AWARD-HIST-MOVED   PIC 9(5) VALUE 0.
       77  GPA-MOVED          PIC 9(5) VALUE 0.
       77  LEDGER-MOVED       PIC 9(5) VALUE 0.
       77  CREDIT-MOVED       PIC 9(5) VALUE 0.
       77  ATTEND-MOVED       PIC 9(5) VALUE 0.
       77  RETAKE-MOVED       PIC 9(5) VALUE 0.
       77  ADDRESS-MOVED      PIC 9(5) VALUE 0.
       77  HOLD-MOVED         PIC 9(5) VALUE 0.
       77  ACTION-TEXT        PIC X(30).
       77  EDIT-AMOUNT        PIC ZZZZZZ9.99.
       77  EDIT-GPA           PIC ZZ9.99.
       77  EDIT-GPA-2         PIC ZZ9.99.
       77  EDIT-GPA-3         PIC ZZ9.99.

      * The retired id's record, held while the survivor's is read.
       01  GPA-SAVE-RECORD.
           05  GS-LESSON-COUNT    PIC 9(5).
           05  GS-AVERAGE-SUM     PIC 9(7)V99.
           05  GS-CUMULATIVE      PIC 9(3)V99.
           05  GS-WEIGHTED-SUM    PIC 9(9)V99.
           05  GS-CREDITS-ATTEMPTED PIC 9(5).
           05  GS-CREDITS-EARNED  PIC 9(5).
       01  FEE-SAVE-RECORD        PIC X(42).
       01  CREDIT-SAVE-RECORD.
           05  CS-CREDIT-AMOUNT   PIC 9(7)V99.
           05  CS-LAST-ACTIVITY   PIC X(8).
       01  ATTEND-SAVE-RECORD.
           05  AS-SESSION-COUNT   PIC 9(5).
           05  AS-PRESENT-COUNT   PIC 9(5).
       01  RETAKE-SAVE-RECORD.
           05  RS-ATTEMPT-COUNT   PIC 9(3).
           05  RS-LAST-FAIL-DATE  PIC X(8).
       01  ADDRESS-SAVE-RECORD    PIC X(109).
       01  HOLD-SAVE-RECORD       PIC X(102).

       01  PERSON-WORK-RECORD.
           COPY PERSONREC.

      * The merges asked for today, each naming the surviving id
      * and the id being retired into it.
       01  MERGE-TABLE.
           03  MERGE-ENTRY OCCURS 50 TIMES INDEXED BY MT-IDX.
               05  MT-SURVIVOR-ID    PIC X(6).
               05  MT-RETIRED-ID     PIC X(6).
               05  MT-APPROVED-BY    PIC X(20).

       01  MASTER-TABLE.
           03  MASTER-ENTRY OCCURS 2000 TIMES
                   INDEXED BY MS-IDX OM-IDX.
               05  ME-STUDENT-ID     PIC X(6).
               05  ME-LESSON         PIC X(10).
               05  ME-DELETE-FLAG    PIC X(1).
                   88  ME-DELETED        VALUE "D".
               05  ME-PERSON-DATA    PIC X(67).

      * The retired id's keys on a keyed file, collected before
      * any of them is moved so the re-keying never disturbs the
      * browse.
       01  KEY-TABLE.
           03  KEY-ENTRY OCCURS 200 TIMES INDEXED BY KT-IDX.
               05  KT-CHARGE-DATE    PIC X(8).
               05  KT-CHARGE-SEQ     PIC 9(3).
               05  KT-LESSON         PIC X(10).

      * Every ledger charge moved, with the sequence it was given
      * under the survivor, so the payment history can follow it.
       01  MOVED-CHARGE-TABLE.
           03  MOVED-CHARGE-ENTRY OCCURS 500 TIMES
                   INDEXED BY MC-IDX.
               05  MC-RETIRED-ID     PIC X(6).
               05  MC-CHARGE-DATE    PIC X(8).
               05  MC-OLD-SEQ        PIC 9(3).
               05  MC-NEW-SEQ        PIC 9(3).
       PROCEDURE DIVISION.
      * Merges a student who was given two ids - typically one from
      * REGISTRAR-IMPORT and one from a STUTXN add - into the id
      * that is to survive.  Each transaction names the surviving
      * id, the retired id and the approver; STUDENT-DUP-DETECT
      * lists the candidates.  Every record the retired id owns is
      * re-keyed to the survivor:
      *   STUGPA    - the sums, lesson count and credits are added
      *               and the cumulative recomputed from the
      *               combined sums, never averaged.
      *   FEELEDG   - each charge moves under the survivor with its
      *               charge date, taking the next free sequence if
      *               the survivor already has that date and
      *               sequence; the payment history follows it.
      *   CREDBAL   - the balance is added to the survivor's.
      *   ATTMSTR   - sessions held and attended are added where
      *   RETAKHST    both ids sat the lesson (attempts added, the
      *               later fail date kept), otherwise re-keyed.
      *   STUADDR   - moved when the survivor has no address,
      *               otherwise the survivor's is kept.
      *   HOLDMST   - an active hold moves when the survivor has
      *               none; otherwise the survivor's hold stands.
      *   STUMSTR, TRANSCPT, TRANHIST, PAYHIST and SCHHIST are
      *               rewritten to new copies with the id changed;
      *               a master record for a lesson the survivor
      *               already holds is dropped.
      * Every record moved, combined or dropped prints on the audit
      * listing.  Rejected transactions end the run RC=4; the clean
      * ones are still applied.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           PERFORM OPEN-FILES.
           PERFORM LOAD-MASTER-TABLE.
           PERFORM READ-MERGE-TRANSACTION.
           PERFORM LOAD-MERGE-ENTRY UNTIL TXN-END-OF-FILE.
           IF MERGE-COUNT > 0
              SET MT-IDX TO 1
              PERFORM APPLY-ONE-MERGE UNTIL MT-IDX > MERGE-COUNT
           END-IF.
           PERFORM WRITE-NEW-MASTER.
           PERFORM COPY-TRANSCRIPT.
           PERFORM COPY-TRANSCRIPT-HISTORY.
           PERFORM COPY-PAYMENT-HISTORY.
           PERFORM COPY-AWARD-HISTORY.
           PERFORM WRITE-MERGE-TOTALS.
           PERFORM CLOSE-FILES.
           IF REJECT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT MERGE-TRANSACTION-FILE
                      STUDENT-MASTER-FILE
                      TRANSCRIPT-FILE
                      TRANSCRIPT-HISTORY-FILE
                      PAYMENT-HISTORY-FILE
                      AWARD-HISTORY-FILE
                I-O STUDENT-GPA-FILE
                    FEE-LEDGER-FILE
                    CREDIT-BALANCE-FILE
                    ATTENDANCE-MASTER-FILE
                    RETAKE-HISTORY-FILE
                    ADDRESS-MASTER-FILE
                    HOLD-MASTER-FILE
                OUTPUT NEW-MASTER-FILE
                       NEW-TRANSCRIPT-FILE
                       NEW-TRANHIST-FILE
                       NEW-PAYHIST-FILE
                       NEW-AWARD-HISTORY-FILE
                       MERGE-REPORT-FILE.
           MOVE SPACES TO MERGE-REPORT-LINE.
           STRING "STUDENT ID MERGE AUDIT   RUN DATE "
                                 DELIMITED BY SIZE
                  RUN-DATE       DELIMITED BY SIZE
                  INTO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.
           MOVE SPACES TO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.

       CLOSE-FILES.
           CLOSE MERGE-TRANSACTION-FILE STUDENT-MASTER-FILE
                 TRANSCRIPT-FILE TRANSCRIPT-HISTORY-FILE
                 PAYMENT-HISTORY-FILE STUDENT-GPA-FILE
                 FEE-LEDGER-FILE CREDIT-BALANCE-FILE
                 ATTENDANCE-MASTER-FILE RETAKE-HISTORY-FILE
                 ADDRESS-MASTER-FILE HOLD-MASTER-FILE
                 NEW-MASTER-FILE NEW-TRANSCRIPT-FILE
                 NEW-TRANHIST-FILE NEW-PAYHIST-FILE
                 AWARD-HISTORY-FILE NEW-AWARD-HISTORY-FILE
                 MERGE-REPORT-FILE.

      * ------------------------------ STUDENT MASTER TABLE
       LOAD-MASTER-TABLE.
           PERFORM READ-STUDENT-MASTER.
           PERFORM LOAD-MASTER-ENTRY UNTIL MASTER-END-OF-FILE.

       READ-STUDENT-MASTER.
           READ STUDENT-MASTER-FILE
               AT END SET MASTER-END-OF-FILE TO TRUE
           END-READ.

       LOAD-MASTER-ENTRY.
           IF MASTER-COUNT >= MASTER-MAX
              DISPLAY "STUDENT-MERGE: MASTER TABLE FULL AT "
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
           END-IF.
           SET MS-IDX UP BY 1.

      * ------------------------------ MERGE TRANSACTIONS
       READ-MERGE-TRANSACTION.
           READ MERGE-TRANSACTION-FILE
               AT END SET TXN-END-OF-FILE TO TRUE
           END-READ.

      * An id may take part in only one merge per run, so a chain
      * (A into B, then B into C) has to be run in two passes and
      * each audit listing shows one clean move.
       LOAD-MERGE-ENTRY.
           MOVE SPACES TO REJECT-REASON.
           PERFORM CHECK-EARLIER-MERGES.
           EVALUATE TRUE
               WHEN MG-SURVIVOR-ID = SPACES OR MG-RETIRED-ID = SPACES
                   MOVE "SURVIVING OR RETIRED ID MISSING"
                       TO REJECT-REASON
               WHEN MG-SURVIVOR-ID = MG-RETIRED-ID
                   MOVE "SURVIVING AND RETIRED ID ARE THE SAME"
                       TO REJECT-REASON
               WHEN MG-APPROVED-BY = SPACES
                   MOVE "APPROVER MISSING" TO REJECT-REASON
               WHEN ID-RETIRED
                   MOVE "ID ALREADY IN AN EARLIER MERGE THIS RUN"
                       TO REJECT-REASON
               WHEN MERGE-COUNT >= MERGE-MAX
                   MOVE "MERGE TABLE FULL" TO REJECT-REASON
           END-EVALUATE.
           IF REJECT-REASON = SPACES
              PERFORM CHECK-SURVIVOR-KNOWN
           END-IF.
           IF REJECT-REASON NOT = SPACES
              PERFORM WRITE-TXN-REJECT-LINE
           ELSE
              ADD 1 TO MERGE-COUNT
              SET MT-IDX TO MERGE-COUNT
              MOVE MG-SURVIVOR-ID TO MT-SURVIVOR-ID (MT-IDX)
              MOVE MG-RETIRED-ID  TO MT-RETIRED-ID (MT-IDX)
              MOVE MG-APPROVED-BY TO MT-APPROVED-BY (MT-IDX)
           END-IF.
           PERFORM READ-MERGE-TRANSACTION.

       CHECK-EARLIER-MERGES.
           SET ID-NOT-RETIRED TO TRUE.
           IF MERGE-COUNT > 0
              SET MT-IDX TO 1
              PERFORM SCAN-EARLIER-MERGE
                  UNTIL ID-RETIRED OR MT-IDX > MERGE-COUNT
           END-IF.

       SCAN-EARLIER-MERGE.
           IF MT-SURVIVOR-ID (MT-IDX) = MG-SURVIVOR-ID
              OR MT-SURVIVOR-ID (MT-IDX) = MG-RETIRED-ID
              OR MT-RETIRED-ID (MT-IDX) = MG-SURVIVOR-ID
              OR MT-RETIRED-ID (MT-IDX) = MG-RETIRED-ID
              SET ID-RETIRED TO TRUE
           ELSE
              SET MT-IDX UP BY 1
           END-IF.

      * A mistyped surviving id would otherwise quietly create a
      * new student; it must already be on the master or STUGPA.
       CHECK-SURVIVOR-KNOWN.
           SET SURVIVOR-NOT-FOUND TO TRUE.
           IF MASTER-COUNT > 0
              SET MS-IDX TO 1
              PERFORM SCAN-MASTER-FOR-SURVIVOR
                  UNTIL SURVIVOR-FOUND OR MS-IDX > MASTER-COUNT
           END-IF.
           IF SURVIVOR-NOT-FOUND
              SET SURVIVOR-FOUND TO TRUE
              MOVE MG-SURVIVOR-ID TO GPA-STUDENT-ID
              READ STUDENT-GPA-FILE
                  INVALID KEY SET SURVIVOR-NOT-FOUND TO TRUE
              END-READ
           END-IF.
           IF SURVIVOR-NOT-FOUND
              MOVE "SURVIVING ID NOT ON MASTER OR STUGPA"
                  TO REJECT-REASON
           END-IF.

       SCAN-MASTER-FOR-SURVIVOR.
           IF ME-STUDENT-ID (MS-IDX) = MG-SURVIVOR-ID
              SET SURVIVOR-FOUND TO TRUE
           ELSE
              SET MS-IDX UP BY 1
           END-IF.

       WRITE-TXN-REJECT-LINE.
           ADD 1 TO REJECT-COUNT.
           MOVE SPACES TO MERGE-REPORT-LINE.
           STRING "MERGE "          DELIMITED BY SIZE
                  MG-RETIRED-ID     DELIMITED BY SIZE
                  " INTO "          DELIMITED BY SIZE
                  MG-SURVIVOR-ID    DELIMITED BY SIZE
                  "  REJECTED: "    DELIMITED BY SIZE
                  REJECT-REASON     DELIMITED BY SIZE
                  INTO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.

       APPLY-ONE-MERGE.
           MOVE MT-SURVIVOR-ID (MT-IDX) TO SURVIVOR-ID.
           MOVE MT-RETIRED-ID (MT-IDX)  TO RETIRED-ID.
           ADD 1 TO APPLIED-COUNT.
           MOVE SPACES TO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.
           MOVE SPACES TO MERGE-REPORT-LINE.
           STRING "MERGE "          DELIMITED BY SIZE
                  RETIRED-ID        DELIMITED BY SIZE
                  " INTO "          DELIMITED BY SIZE
                  SURVIVOR-ID       DELIMITED BY SIZE
                  "  APPROVED BY "  DELIMITED BY SIZE
                  MT-APPROVED-BY (MT-IDX) DELIMITED BY SIZE
                  INTO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.
           PERFORM MERGE-STUDENT-GPA.
           PERFORM MERGE-FEE-LEDGER.
           PERFORM MERGE-CREDIT-BALANCE.
           PERFORM MERGE-ATTENDANCE.
           PERFORM MERGE-RETAKE-HISTORY.
           PERFORM MERGE-ADDRESS.
           PERFORM MERGE-HOLD.
           PERFORM MERGE-MASTER-ENTRIES.
           SET MT-IDX UP BY 1.

      * ------------------------------ STUGPA
      * Same zero-credit fallback as STUDENT-SCORE for the
      * recomputed cumulative.
       MERGE-STUDENT-GPA.
           SET RECORD-FOUND TO TRUE.
           MOVE RETIRED-ID TO GPA-STUDENT-ID.
           READ STUDENT-GPA-FILE
               INVALID KEY SET RECORD-NOT-FOUND TO TRUE
           END-READ.
           IF RECORD-FOUND
              MOVE GPA-LESSON-COUNT      TO GS-LESSON-COUNT
              MOVE GPA-AVERAGE-SUM       TO GS-AVERAGE-SUM
              MOVE GPA-CUMULATIVE        TO GS-CUMULATIVE
              MOVE GPA-WEIGHTED-SUM      TO GS-WEIGHTED-SUM
              MOVE GPA-CREDITS-ATTEMPTED TO GS-CREDITS-ATTEMPTED
              MOVE GPA-CREDITS-EARNED    TO GS-CREDITS-EARNED
              DELETE STUDENT-GPA-FILE RECORD
              SET SURVIVOR-FOUND TO TRUE
              MOVE SURVIVOR-ID TO GPA-STUDENT-ID
              READ STUDENT-GPA-FILE
                  INVALID KEY SET SURVIVOR-NOT-FOUND TO TRUE
              END-READ
              IF SURVIVOR-FOUND
                 MOVE GPA-CUMULATIVE TO EDIT-GPA
                 ADD GS-LESSON-COUNT      TO GPA-LESSON-COUNT
                 ADD GS-AVERAGE-SUM       TO GPA-AVERAGE-SUM
                 ADD GS-WEIGHTED-SUM      TO GPA-WEIGHTED-SUM
                 ADD GS-CREDITS-ATTEMPTED TO GPA-CREDITS-ATTEMPTED
                 ADD GS-CREDITS-EARNED    TO GPA-CREDITS-EARNED
                 PERFORM RECOMPUTE-CUMULATIVE
                 REWRITE STUDENT-GPA-RECORD
                 MOVE "COMBINED  CUM BEFORE " TO ACTION-TEXT
              ELSE
                 MOVE 0 TO EDIT-GPA
                 MOVE SURVIVOR-ID          TO GPA-STUDENT-ID
                 MOVE GS-LESSON-COUNT      TO GPA-LESSON-COUNT
                 MOVE GS-AVERAGE-SUM       TO GPA-AVERAGE-SUM
                 MOVE GS-WEIGHTED-SUM      TO GPA-WEIGHTED-SUM
                 MOVE GS-CREDITS-ATTEMPTED TO GPA-CREDITS-ATTEMPTED
                 MOVE GS-CREDITS-EARNED    TO GPA-CREDITS-EARNED
                 PERFORM RECOMPUTE-CUMULATIVE
                 WRITE STUDENT-GPA-RECORD
                 MOVE "RE-KEYED  CUM BEFORE " TO ACTION-TEXT
              END-IF
              ADD 1 TO GPA-MOVED
              MOVE GS-CUMULATIVE  TO EDIT-GPA-2
              MOVE GPA-CUMULATIVE TO EDIT-GPA-3
              MOVE SPACES TO MERGE-REPORT-LINE
              STRING "  STUGPA    "   DELIMITED BY SIZE
                     RETIRED-ID       DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     EDIT-GPA-2       DELIMITED BY SIZE
                     "  "             DELIMITED BY SIZE
                     ACTION-TEXT      DELIMITED BY SIZE
                     EDIT-GPA         DELIMITED BY SIZE
                     "  AFTER "       DELIMITED BY SIZE
                     EDIT-GPA-3       DELIMITED BY SIZE
                     "  LESSONS="     DELIMITED BY SIZE
                     GPA-LESSON-COUNT DELIMITED BY SIZE
                     " CREDITS ATT="  DELIMITED BY SIZE
                     GPA-CREDITS-ATTEMPTED DELIMITED BY SIZE
                     " EARNED="       DELIMITED BY SIZE
                     GPA-CREDITS-EARNED DELIMITED BY SIZE
                     INTO MERGE-REPORT-LINE
              WRITE MERGE-REPORT-LINE
           END-IF.

       RECOMPUTE-CUMULATIVE.
           IF GPA-CREDITS-ATTEMPTED > 0
              COMPUTE GPA-CUMULATIVE ROUNDED =
                  GPA-WEIGHTED-SUM / GPA-CREDITS-ATTEMPTED
           ELSE
              IF GPA-LESSON-COUNT > 0
                 COMPUTE GPA-CUMULATIVE ROUNDED =
                     GPA-AVERAGE-SUM / GPA-LESSON-COUNT
              ELSE
                 MOVE 0 TO GPA-CUMULATIVE
              END-IF
           END-IF.

      * ------------------------------ FEE LEDGER
       MERGE-FEE-LEDGER.
           MOVE 0 TO KEY-COUNT.
           MOVE "N" TO SCAN-EOF-FLAG.
           MOVE RETIRED-ID TO FEE-STUDENT-ID.
           MOVE LOW-VALUES TO FEE-CHARGE-DATE.
           MOVE 0          TO FEE-CHARGE-SEQ.
           START FEE-LEDGER-FILE
               KEY IS NOT LESS THAN FEE-LEDGER-KEY
               INVALID KEY SET SCAN-AT-END TO TRUE
           END-START.
           IF NOT SCAN-AT-END
              PERFORM READ-NEXT-LEDGER-RECORD
           END-IF.
           PERFORM NOTE-LEDGER-KEY UNTIL SCAN-AT-END.
           IF KEY-COUNT > 0
              SET KT-IDX TO 1
              PERFORM MOVE-ONE-CHARGE UNTIL KT-IDX > KEY-COUNT
           END-IF.

       READ-NEXT-LEDGER-RECORD.
           READ FEE-LEDGER-FILE NEXT RECORD
               AT END SET SCAN-AT-END TO TRUE
           END-READ.
           IF NOT SCAN-AT-END
              AND FEE-STUDENT-ID NOT = RETIRED-ID
              SET SCAN-AT-END TO TRUE
           END-IF.

       NOTE-LEDGER-KEY.
           PERFORM CHECK-KEY-TABLE-ROOM.
           ADD 1 TO KEY-COUNT.
           SET KT-IDX TO KEY-COUNT.
           MOVE FEE-CHARGE-DATE TO KT-CHARGE-DATE (KT-IDX).
           MOVE FEE-CHARGE-SEQ  TO KT-CHARGE-SEQ (KT-IDX).
           PERFORM READ-NEXT-LEDGER-RECORD.

       CHECK-KEY-TABLE-ROOM.
           IF KEY-COUNT >= KEY-MAX
              DISPLAY "STUDENT-MERGE: KEY TABLE FULL AT "
                      KEY-MAX " ENTRIES FOR " RETIRED-ID
              PERFORM CLOSE-FILES
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      * The charge keeps its date; its sequence moves up only when
      * the survivor already has a charge under the same key.
       MOVE-ONE-CHARGE.
           MOVE RETIRED-ID               TO FEE-STUDENT-ID.
           MOVE KT-CHARGE-DATE (KT-IDX)  TO FEE-CHARGE-DATE.
           MOVE KT-CHARGE-SEQ (KT-IDX)   TO FEE-CHARGE-SEQ.
           READ FEE-LEDGER-FILE.
           MOVE FEE-LEDGER-RECORD TO FEE-SAVE-RECORD.
           DELETE FEE-LEDGER-FILE RECORD.
           SET SEQ-SLOT-USED TO TRUE.
           MOVE SURVIVOR-ID              TO FEE-STUDENT-ID.
           MOVE KT-CHARGE-DATE (KT-IDX)  TO FEE-CHARGE-DATE.
           MOVE KT-CHARGE-SEQ (KT-IDX)   TO FEE-CHARGE-SEQ.
           READ FEE-LEDGER-FILE
               INVALID KEY SET SEQ-SLOT-FREE TO TRUE
           END-READ.
           PERFORM FIND-FREE-CHARGE-SEQ UNTIL SEQ-SLOT-FREE.
           MOVE FEE-CHARGE-SEQ TO NEW-SEQ.
           MOVE FEE-SAVE-RECORD TO FEE-LEDGER-RECORD.
           MOVE SURVIVOR-ID TO FEE-STUDENT-ID.
           MOVE NEW-SEQ     TO FEE-CHARGE-SEQ.
           WRITE FEE-LEDGER-RECORD.
           ADD 1 TO LEDGER-MOVED.
           PERFORM NOTE-MOVED-CHARGE.
           COMPUTE EDIT-AMOUNT = FEE-CHARGE-AMOUNT - FEE-PAID-AMOUNT.
           MOVE SPACES TO MERGE-REPORT-LINE.
           STRING "  FEELEDG   "       DELIMITED BY SIZE
                  RETIRED-ID           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  KT-CHARGE-DATE (KT-IDX) DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  KT-CHARGE-SEQ (KT-IDX)  DELIMITED BY SIZE
                  "  RE-KEYED TO "     DELIMITED BY SIZE
                  SURVIVOR-ID          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  FEE-CHARGE-DATE      DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  FEE-CHARGE-SEQ       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  FEE-LESSON           DELIMITED BY SIZE
                  " STATUS "           DELIMITED BY SIZE
                  FEE-STATUS           DELIMITED BY SIZE
                  " OPEN "             DELIMITED BY SIZE
                  EDIT-AMOUNT          DELIMITED BY SIZE
                  INTO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.
           SET KT-IDX UP BY 1.

       FIND-FREE-CHARGE-SEQ.
           ADD 1 TO FEE-CHARGE-SEQ.
           READ FEE-LEDGER-FILE
               INVALID KEY SET SEQ-SLOT-FREE TO TRUE
           END-READ.
           IF SEQ-SLOT-FREE
              MOVE SURVIVOR-ID             TO FEE-STUDENT-ID
              MOVE KT-CHARGE-DATE (KT-IDX) TO FEE-CHARGE-DATE
           END-IF.

       NOTE-MOVED-CHARGE.
           IF MOVED-CHARGE-COUNT >= MOVED-CHARGE-MAX
              DISPLAY "STUDENT-MERGE: MOVED CHARGE TABLE FULL AT "
                      MOVED-CHARGE-MAX " ENTRIES"
              PERFORM CLOSE-FILES
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO MOVED-CHARGE-COUNT.
           SET MC-IDX TO MOVED-CHARGE-COUNT.
           MOVE RETIRED-ID              TO MC-RETIRED-ID (MC-IDX).
           MOVE KT-CHARGE-DATE (KT-IDX) TO MC-CHARGE-DATE (MC-IDX).
           MOVE KT-CHARGE-SEQ (KT-IDX)  TO MC-OLD-SEQ (MC-IDX).
           MOVE NEW-SEQ                 TO MC-NEW-SEQ (MC-IDX).

      * ------------------------------ CREDIT BALANCE
       MERGE-CREDIT-BALANCE.
           SET RECORD-FOUND TO TRUE.
           MOVE RETIRED-ID TO CB-STUDENT-ID.
           READ CREDIT-BALANCE-FILE
               INVALID KEY SET RECORD-NOT-FOUND TO TRUE
           END-READ.
           IF RECORD-FOUND
              MOVE CB-CREDIT-AMOUNT TO CS-CREDIT-AMOUNT
              MOVE CB-LAST-ACTIVITY TO CS-LAST-ACTIVITY
              DELETE CREDIT-BALANCE-FILE RECORD
              SET SURVIVOR-FOUND TO TRUE
              MOVE SURVIVOR-ID TO CB-STUDENT-ID
              READ CREDIT-BALANCE-FILE
                  INVALID KEY SET SURVIVOR-NOT-FOUND TO TRUE
              END-READ
              IF SURVIVOR-FOUND
                 ADD CS-CREDIT-AMOUNT TO CB-CREDIT-AMOUNT
                 IF CS-LAST-ACTIVITY > CB-LAST-ACTIVITY
                    MOVE CS-LAST-ACTIVITY TO CB-LAST-ACTIVITY
                 END-IF
                 REWRITE CREDIT-BALANCE-RECORD
                 MOVE "ADDED TO SURVIVOR BALANCE" TO ACTION-TEXT
              ELSE
                 MOVE SURVIVOR-ID      TO CB-STUDENT-ID
                 MOVE CS-CREDIT-AMOUNT TO CB-CREDIT-AMOUNT
                 MOVE CS-LAST-ACTIVITY TO CB-LAST-ACTIVITY
                 WRITE CREDIT-BALANCE-RECORD
                 MOVE "RE-KEYED" TO ACTION-TEXT
              END-IF
              ADD 1 TO CREDIT-MOVED
              MOVE CS-CREDIT-AMOUNT TO EDIT-AMOUNT
              MOVE SPACES TO MERGE-REPORT-LINE
              STRING "  CREDBAL   "   DELIMITED BY SIZE
                     RETIRED-ID       DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     EDIT-AMOUNT      DELIMITED BY SIZE
                     "  "             DELIMITED BY SIZE
                     ACTION-TEXT      DELIMITED BY SIZE
                     INTO MERGE-REPORT-LINE
              WRITE MERGE-REPORT-LINE
           END-IF.

      * ------------------------------ ATTENDANCE
       MERGE-ATTENDANCE.
           MOVE 0 TO KEY-COUNT.
           MOVE "N" TO SCAN-EOF-FLAG.
           MOVE RETIRED-ID TO AT-STUDENT-ID.
           MOVE LOW-VALUES TO AT-LESSON.
           START ATTENDANCE-MASTER-FILE
               KEY IS NOT LESS THAN AT-ATTEND-KEY
               INVALID KEY SET SCAN-AT-END TO TRUE
           END-START.
           IF NOT SCAN-AT-END
              PERFORM READ-NEXT-ATTENDANCE
           END-IF.
           PERFORM NOTE-ATTENDANCE-KEY UNTIL SCAN-AT-END.
           IF KEY-COUNT > 0
              SET KT-IDX TO 1
              PERFORM MOVE-ONE-ATTENDANCE UNTIL KT-IDX > KEY-COUNT
           END-IF.

       READ-NEXT-ATTENDANCE.
           READ ATTENDANCE-MASTER-FILE NEXT RECORD
               AT END SET SCAN-AT-END TO TRUE
           END-READ.
           IF NOT SCAN-AT-END
              AND AT-STUDENT-ID NOT = RETIRED-ID
              SET SCAN-AT-END TO TRUE
           END-IF.

       NOTE-ATTENDANCE-KEY.
           PERFORM CHECK-KEY-TABLE-ROOM.
           ADD 1 TO KEY-COUNT.
           SET KT-IDX TO KEY-COUNT.
           MOVE AT-LESSON TO KT-LESSON (KT-IDX).
           PERFORM READ-NEXT-ATTENDANCE.

       MOVE-ONE-ATTENDANCE.
           MOVE RETIRED-ID         TO AT-STUDENT-ID.
           MOVE KT-LESSON (KT-IDX) TO AT-LESSON.
           READ ATTENDANCE-MASTER-FILE.
           MOVE AT-SESSION-COUNT TO AS-SESSION-COUNT.
           MOVE AT-PRESENT-COUNT TO AS-PRESENT-COUNT.
           DELETE ATTENDANCE-MASTER-FILE RECORD.
           SET SURVIVOR-FOUND TO TRUE.
           MOVE SURVIVOR-ID        TO AT-STUDENT-ID.
           MOVE KT-LESSON (KT-IDX) TO AT-LESSON.
           READ ATTENDANCE-MASTER-FILE
               INVALID KEY SET SURVIVOR-NOT-FOUND TO TRUE
           END-READ.
           IF SURVIVOR-FOUND
              ADD AS-SESSION-COUNT TO AT-SESSION-COUNT
              ADD AS-PRESENT-COUNT TO AT-PRESENT-COUNT
              MOVE "COMBINED WITH SURVIVOR" TO ACTION-TEXT
           ELSE
              MOVE SURVIVOR-ID        TO AT-STUDENT-ID
              MOVE KT-LESSON (KT-IDX) TO AT-LESSON
              MOVE AS-SESSION-COUNT   TO AT-SESSION-COUNT
              MOVE AS-PRESENT-COUNT   TO AT-PRESENT-COUNT
              MOVE "RE-KEYED" TO ACTION-TEXT
           END-IF.
           IF AT-SESSION-COUNT > 0
              COMPUTE AT-ATTEND-PCT ROUNDED =
                  AT-PRESENT-COUNT * 100 / AT-SESSION-COUNT
           ELSE
              MOVE 0 TO AT-ATTEND-PCT
           END-IF.
           IF SURVIVOR-FOUND
              REWRITE ATTENDANCE-MASTER-RECORD
           ELSE
              WRITE ATTENDANCE-MASTER-RECORD
           END-IF.
           ADD 1 TO ATTEND-MOVED.
           MOVE SPACES TO MERGE-REPORT-LINE.
           STRING "  ATTMSTR   "      DELIMITED BY SIZE
                  RETIRED-ID          DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  KT-LESSON (KT-IDX)  DELIMITED BY SIZE
                  " SESSIONS "        DELIMITED BY SIZE
                  AS-SESSION-COUNT    DELIMITED BY SIZE
                  " PRESENT "         DELIMITED BY SIZE
                  AS-PRESENT-COUNT    DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  ACTION-TEXT         DELIMITED BY SIZE
                  " PCT NOW "         DELIMITED BY SIZE
                  AT-ATTEND-PCT       DELIMITED BY SIZE
                  INTO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.
           SET KT-IDX UP BY 1.

      * ------------------------------ RETAKE HISTORY
       MERGE-RETAKE-HISTORY.
           MOVE 0 TO KEY-COUNT.
           MOVE "N" TO SCAN-EOF-FLAG.
           MOVE RETIRED-ID TO RH-STUDENT-ID.
           MOVE LOW-VALUES TO RH-LESSON.
           START RETAKE-HISTORY-FILE
               KEY IS NOT LESS THAN RH-HISTORY-KEY
               INVALID KEY SET SCAN-AT-END TO TRUE
           END-START.
           IF NOT SCAN-AT-END
              PERFORM READ-NEXT-RETAKE
           END-IF.
           PERFORM NOTE-RETAKE-KEY UNTIL SCAN-AT-END.
           IF KEY-COUNT > 0
              SET KT-IDX TO 1
              PERFORM MOVE-ONE-RETAKE UNTIL KT-IDX > KEY-COUNT
           END-IF.

       READ-NEXT-RETAKE.
           READ RETAKE-HISTORY-FILE NEXT RECORD
               AT END SET SCAN-AT-END TO TRUE
           END-READ.
           IF NOT SCAN-AT-END
              AND RH-STUDENT-ID NOT = RETIRED-ID
              SET SCAN-AT-END TO TRUE
           END-IF.

       NOTE-RETAKE-KEY.
           PERFORM CHECK-KEY-TABLE-ROOM.
           ADD 1 TO KEY-COUNT.
           SET KT-IDX TO KEY-COUNT.
           MOVE RH-LESSON TO KT-LESSON (KT-IDX).
           PERFORM READ-NEXT-RETAKE.

      * Both ids' failed attempts count towards the escalation
      * limit, so the attempts are added and the later fail date
      * kept.
       MOVE-ONE-RETAKE.
           MOVE RETIRED-ID         TO RH-STUDENT-ID.
           MOVE KT-LESSON (KT-IDX) TO RH-LESSON.
           READ RETAKE-HISTORY-FILE.
           MOVE RH-ATTEMPT-COUNT  TO RS-ATTEMPT-COUNT.
           MOVE RH-LAST-FAIL-DATE TO RS-LAST-FAIL-DATE.
           DELETE RETAKE-HISTORY-FILE RECORD.
           SET SURVIVOR-FOUND TO TRUE.
           MOVE SURVIVOR-ID        TO RH-STUDENT-ID.
           MOVE KT-LESSON (KT-IDX) TO RH-LESSON.
           READ RETAKE-HISTORY-FILE
               INVALID KEY SET SURVIVOR-NOT-FOUND TO TRUE
           END-READ.
           IF SURVIVOR-FOUND
              ADD RS-ATTEMPT-COUNT TO RH-ATTEMPT-COUNT
              IF RS-LAST-FAIL-DATE > RH-LAST-FAIL-DATE
                 MOVE RS-LAST-FAIL-DATE TO RH-LAST-FAIL-DATE
              END-IF
              REWRITE RETAKE-HISTORY-RECORD
              MOVE "COMBINED WITH SURVIVOR" TO ACTION-TEXT
           ELSE
              MOVE SURVIVOR-ID        TO RH-STUDENT-ID
              MOVE KT-LESSON (KT-IDX) TO RH-LESSON
              MOVE RS-ATTEMPT-COUNT   TO RH-ATTEMPT-COUNT
              MOVE RS-LAST-FAIL-DATE  TO RH-LAST-FAIL-DATE
              WRITE RETAKE-HISTORY-RECORD
              MOVE "RE-KEYED" TO ACTION-TEXT
           END-IF.
           ADD 1 TO RETAKE-MOVED.
           MOVE SPACES TO MERGE-REPORT-LINE.
           STRING "  RETAKHST  "      DELIMITED BY SIZE
                  RETIRED-ID          DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  KT-LESSON (KT-IDX)  DELIMITED BY SIZE
                  " ATTEMPTS "        DELIMITED BY SIZE
                  RS-ATTEMPT-COUNT    DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  ACTION-TEXT         DELIMITED BY SIZE
                  " ATTEMPTS NOW "    DELIMITED BY SIZE
                  RH-ATTEMPT-COUNT    DELIMITED BY SIZE
                  INTO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.
           SET KT-IDX UP BY 1.

      * ------------------------------ ADDRESS
       MERGE-ADDRESS.
           SET RECORD-FOUND TO TRUE.
           MOVE RETIRED-ID TO AD-STUDENT-ID.
           READ ADDRESS-MASTER-FILE
               INVALID KEY SET RECORD-NOT-FOUND TO TRUE
           END-READ.
           IF RECORD-FOUND
              MOVE ADDRESS-MASTER-RECORD TO ADDRESS-SAVE-RECORD
              DELETE ADDRESS-MASTER-FILE RECORD
              SET SURVIVOR-FOUND TO TRUE
              MOVE SURVIVOR-ID TO AD-STUDENT-ID
              READ ADDRESS-MASTER-FILE
                  INVALID KEY SET SURVIVOR-NOT-FOUND TO TRUE
              END-READ
              IF SURVIVOR-FOUND
                 MOVE "DROPPED - SURVIVOR ADDRESS KEPT"
                     TO ACTION-TEXT
              ELSE
                 MOVE ADDRESS-SAVE-RECORD TO ADDRESS-MASTER-RECORD
                 MOVE SURVIVOR-ID TO AD-STUDENT-ID
                 WRITE ADDRESS-MASTER-RECORD
                 MOVE "RE-KEYED" TO ACTION-TEXT
              END-IF
              ADD 1 TO ADDRESS-MOVED
              MOVE ADDRESS-SAVE-RECORD TO ADDRESS-MASTER-RECORD
              MOVE SPACES TO MERGE-REPORT-LINE
              STRING "  STUADDR   "   DELIMITED BY SIZE
                     RETIRED-ID       DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     AD-STREET        DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     AD-POSTAL-CODE   DELIMITED BY SIZE
                     "  "             DELIMITED BY SIZE
                     ACTION-TEXT      DELIMITED BY SIZE
                     INTO MERGE-REPORT-LINE
              WRITE MERGE-REPORT-LINE
           END-IF.

      * ------------------------------ HOLDS
      * An active hold on the retired id must not be lost, or the
      * student would slip out from under it by the merge.
       MERGE-HOLD.
           SET RECORD-FOUND TO TRUE.
           MOVE RETIRED-ID TO HLD-STUDENT-ID.
           READ HOLD-MASTER-FILE
               INVALID KEY SET RECORD-NOT-FOUND TO TRUE
           END-READ.
           IF RECORD-FOUND
              MOVE HOLD-MASTER-RECORD TO HOLD-SAVE-RECORD
              DELETE HOLD-MASTER-FILE RECORD
              SET SURVIVOR-FOUND TO TRUE
              MOVE SURVIVOR-ID TO HLD-STUDENT-ID
              READ HOLD-MASTER-FILE
                  INVALID KEY SET SURVIVOR-NOT-FOUND TO TRUE
              END-READ
              EVALUATE TRUE
                  WHEN SURVIVOR-FOUND AND HLD-ACTIVE
                      MOVE "DROPPED - SURVIVOR ALREADY HELD"
                          TO ACTION-TEXT
                  WHEN SURVIVOR-FOUND
                      MOVE HOLD-SAVE-RECORD TO HOLD-MASTER-RECORD
                      MOVE SURVIVOR-ID TO HLD-STUDENT-ID
                      REWRITE HOLD-MASTER-RECORD
                      MOVE "REPLACED SURVIVOR RELEASED HOLD"
                          TO ACTION-TEXT
                  WHEN OTHER
                      MOVE HOLD-SAVE-RECORD TO HOLD-MASTER-RECORD
                      MOVE SURVIVOR-ID TO HLD-STUDENT-ID
                      WRITE HOLD-MASTER-RECORD
                      MOVE "RE-KEYED" TO ACTION-TEXT
              END-EVALUATE
              ADD 1 TO HOLD-MOVED
              MOVE HOLD-SAVE-RECORD TO HOLD-MASTER-RECORD
              MOVE SPACES TO MERGE-REPORT-LINE
              STRING "  HOLDMST   "   DELIMITED BY SIZE
                     RETIRED-ID       DELIMITED BY SIZE
                     " TYPE "         DELIMITED BY SIZE
                     HLD-HOLD-TYPE    DELIMITED BY SIZE
                     " PLACED "       DELIMITED BY SIZE
                     HLD-PLACED-DATE  DELIMITED BY SIZE
                     " RELEASED "     DELIMITED BY SIZE
                     HLD-RELEASE-DATE DELIMITED BY SIZE
                     "  "             DELIMITED BY SIZE
                     ACTION-TEXT      DELIMITED BY SIZE
                     INTO MERGE-REPORT-LINE
              WRITE MERGE-REPORT-LINE
           END-IF.

      * ------------------------------ STUDENT MASTER
       MERGE-MASTER-ENTRIES.
           IF MASTER-COUNT > 0
              SET MS-IDX TO 1
              PERFORM MERGE-MASTER-ENTRY UNTIL MS-IDX > MASTER-COUNT
           END-IF.

       MERGE-MASTER-ENTRY.
           IF ME-STUDENT-ID (MS-IDX) = RETIRED-ID
              AND NOT ME-DELETED (MS-IDX)
              PERFORM CHECK-SURVIVOR-LESSON
              IF LESSON-HELD
                 SET ME-DELETED (MS-IDX) TO TRUE
                 ADD 1 TO MASTER-DROPPED
                 MOVE "DROPPED - SURVIVOR HOLDS LESSON"
                     TO ACTION-TEXT
              ELSE
                 MOVE ME-PERSON-DATA (MS-IDX) TO PERSON-WORK-RECORD
                 MOVE SURVIVOR-ID TO PERS-ID OF PERSON-WORK-RECORD
                 MOVE PERSON-WORK-RECORD TO ME-PERSON-DATA (MS-IDX)
                 MOVE SURVIVOR-ID TO ME-STUDENT-ID (MS-IDX)
                 ADD 1 TO MASTER-MOVED
                 MOVE "RE-KEYED" TO ACTION-TEXT
              END-IF
              MOVE SPACES TO MERGE-REPORT-LINE
              STRING "  STUMSTR   "      DELIMITED BY SIZE
                     RETIRED-ID          DELIMITED BY SIZE
                     " "                 DELIMITED BY SIZE
                     ME-LESSON (MS-IDX)  DELIMITED BY SIZE
                     "  "                DELIMITED BY SIZE
                     ACTION-TEXT         DELIMITED BY SIZE
                     INTO MERGE-REPORT-LINE
              WRITE MERGE-REPORT-LINE
           END-IF.
           SET MS-IDX UP BY 1.

       CHECK-SURVIVOR-LESSON.
           SET LESSON-NOT-HELD TO TRUE.
           SET OM-IDX TO 1.
           PERFORM SCAN-SURVIVOR-LESSON
               UNTIL LESSON-HELD OR OM-IDX > MASTER-COUNT.

       SCAN-SURVIVOR-LESSON.
           IF ME-STUDENT-ID (OM-IDX) = SURVIVOR-ID
              AND ME-LESSON (OM-IDX) = ME-LESSON (MS-IDX)
              AND NOT ME-DELETED (OM-IDX)
              SET LESSON-HELD TO TRUE
           ELSE
              SET OM-IDX UP BY 1
           END-IF.

      * ------------------------------ SEQUENTIAL FILES
       FIND-RETIRED-ID.
           SET ID-NOT-RETIRED TO TRUE.
           IF MERGE-COUNT > 0
              SET MT-IDX TO 1
              PERFORM SCAN-RETIRED-ID
                  UNTIL ID-RETIRED OR MT-IDX > MERGE-COUNT
           END-IF.

       SCAN-RETIRED-ID.
           IF MT-RETIRED-ID (MT-IDX) = RETIRED-ID
              MOVE MT-SURVIVOR-ID (MT-IDX) TO NEW-ID
              SET ID-RETIRED TO TRUE
           ELSE
              SET MT-IDX UP BY 1
           END-IF.

       COPY-TRANSCRIPT.
           MOVE SPACES TO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.
           PERFORM READ-TRANSCRIPT-RECORD.
           PERFORM COPY-TRANSCRIPT-LINE UNTIL TRANS-END-OF-FILE.

       READ-TRANSCRIPT-RECORD.
           READ TRANSCRIPT-FILE
               AT END SET TRANS-END-OF-FILE TO TRUE
           END-READ.

       COPY-TRANSCRIPT-LINE.
           MOVE TR-STUDENT-ID TO RETIRED-ID.
           PERFORM FIND-RETIRED-ID.
           IF ID-RETIRED
              MOVE NEW-ID TO TR-STUDENT-ID
              ADD 1 TO TRANSCRIPT-MOVED
              MOVE SPACES TO MERGE-REPORT-LINE
              STRING "  TRANSCPT  "   DELIMITED BY SIZE
                     RETIRED-ID       DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     TR-LESSON        DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     TR-RUN-DATE      DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     TR-PASS-FLAG     DELIMITED BY SIZE
                     "  RE-KEYED TO " DELIMITED BY SIZE
                     NEW-ID           DELIMITED BY SIZE
                     INTO MERGE-REPORT-LINE
              WRITE MERGE-REPORT-LINE
           END-IF.
           MOVE TRANSCRIPT-RECORD TO NEW-TRANSCRIPT-RECORD.
           WRITE NEW-TRANSCRIPT-RECORD.
           PERFORM READ-TRANSCRIPT-RECORD.

       COPY-TRANSCRIPT-HISTORY.
           PERFORM READ-TRANHIST-RECORD.
           PERFORM COPY-TRANHIST-LINE UNTIL HIST-END-OF-FILE.

       READ-TRANHIST-RECORD.
           READ TRANSCRIPT-HISTORY-FILE
               AT END SET HIST-END-OF-FILE TO TRUE
           END-READ.

       COPY-TRANHIST-LINE.
           MOVE TH-STUDENT-ID TO RETIRED-ID.
           PERFORM FIND-RETIRED-ID.
           IF ID-RETIRED
              MOVE NEW-ID TO TH-STUDENT-ID
              ADD 1 TO TRANHIST-MOVED
              MOVE SPACES TO MERGE-REPORT-LINE
              STRING "  TRANHIST  "   DELIMITED BY SIZE
                     RETIRED-ID       DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     TH-LESSON        DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     TH-TERM-CODE     DELIMITED BY SIZE
                     "    "           DELIMITED BY SIZE
                     TH-PASS-FLAG     DELIMITED BY SIZE
                     "  RE-KEYED TO " DELIMITED BY SIZE
                     NEW-ID           DELIMITED BY SIZE
                     INTO MERGE-REPORT-LINE
              WRITE MERGE-REPORT-LINE
           END-IF.
           MOVE TRANSCRIPT-HISTORY-RECORD TO NEW-TRANHIST-RECORD.
           WRITE NEW-TRANHIST-RECORD.
           PERFORM READ-TRANHIST-RECORD.

      * The payment history names the charges a payment paid by
      * ledger key, so an application to a charge that moved takes
      * the charge's new sequence as well as the new id.
       COPY-PAYMENT-HISTORY.
           PERFORM READ-PAYHIST-RECORD.
           PERFORM COPY-PAYHIST-LINE UNTIL PAYH-END-OF-FILE.

       READ-PAYHIST-RECORD.
           READ PAYMENT-HISTORY-FILE
               AT END SET PAYH-END-OF-FILE TO TRUE
           END-READ.

       COPY-PAYHIST-LINE.
           MOVE PH-STUDENT-ID TO RETIRED-ID.
           PERFORM FIND-RETIRED-ID.
           IF ID-RETIRED
              IF PH-APPLIED-TO-CHARGE
                 PERFORM FIND-MOVED-CHARGE
                 IF CHARGE-MOVED
                    MOVE MC-NEW-SEQ (MC-IDX) TO PH-CHARGE-SEQ
                 END-IF
              END-IF
              MOVE NEW-ID TO PH-STUDENT-ID
              ADD 1 TO PAYHIST-MOVED
              MOVE PH-APPLIED-AMOUNT TO EDIT-AMOUNT
              MOVE SPACES TO MERGE-REPORT-LINE
              STRING "  PAYHIST   "   DELIMITED BY SIZE
                     RETIRED-ID       DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     PH-PAY-DATE      DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     PH-APPLY-TYPE    DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     PH-CHARGE-DATE   DELIMITED BY SIZE
                     "-"              DELIMITED BY SIZE
                     PH-CHARGE-SEQ    DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     EDIT-AMOUNT      DELIMITED BY SIZE
                     "  RE-KEYED TO " DELIMITED BY SIZE
                     NEW-ID           DELIMITED BY SIZE
                     INTO MERGE-REPORT-LINE
              WRITE MERGE-REPORT-LINE
           END-IF.
           MOVE PAYMENT-HISTORY-RECORD TO NEW-PAYHIST-RECORD.
           WRITE NEW-PAYHIST-RECORD.
           PERFORM READ-PAYHIST-RECORD.

      * The scholarship award history moves with the student so
      * the survivor's awards count against each rule's annual cap
      * together.
       COPY-AWARD-HISTORY.
           PERFORM READ-AWARD-HISTORY-RECORD.
           PERFORM COPY-AWARD-HISTORY-LINE UNTIL AWDH-END-OF-FILE.

       READ-AWARD-HISTORY-RECORD.
           READ AWARD-HISTORY-FILE
               AT END SET AWDH-END-OF-FILE TO TRUE
           END-READ.

       COPY-AWARD-HISTORY-LINE.
           MOVE SH-STUDENT-ID TO RETIRED-ID.
           PERFORM FIND-RETIRED-ID.
           IF ID-RETIRED
              MOVE NEW-ID TO SH-STUDENT-ID
              ADD 1 TO AWARD-HIST-MOVED
              MOVE SH-AWARD-AMOUNT TO EDIT-AMOUNT
              MOVE SPACES TO MERGE-REPORT-LINE
              STRING "  SCHHIST   "   DELIMITED BY SIZE
                     RETIRED-ID       DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     SH-TERM-CODE     DELIMITED BY SIZE
                     " RULE "         DELIMITED BY SIZE
                     SH-RULE-CODE     DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     EDIT-AMOUNT      DELIMITED BY SIZE
                     "  RE-KEYED TO " DELIMITED BY SIZE
                     NEW-ID           DELIMITED BY SIZE
                     INTO MERGE-REPORT-LINE
              WRITE MERGE-REPORT-LINE
           END-IF.
           MOVE AWARD-HISTORY-RECORD TO NEW-AWARD-HISTORY-RECORD.
           WRITE NEW-AWARD-HISTORY-RECORD.
           PERFORM READ-AWARD-HISTORY-RECORD.

       FIND-MOVED-CHARGE.
           SET CHARGE-NOT-MOVED TO TRUE.
           IF MOVED-CHARGE-COUNT > 0
              SET MC-IDX TO 1
              PERFORM SCAN-MOVED-CHARGE
                  UNTIL CHARGE-MOVED OR MC-IDX > MOVED-CHARGE-COUNT
           END-IF.

       SCAN-MOVED-CHARGE.
           IF MC-RETIRED-ID (MC-IDX) = PH-STUDENT-ID
              AND MC-CHARGE-DATE (MC-IDX) = PH-CHARGE-DATE
              AND MC-OLD-SEQ (MC-IDX) = PH-CHARGE-SEQ
              SET CHARGE-MOVED TO TRUE
           ELSE
              SET MC-IDX UP BY 1
           END-IF.

       WRITE-MERGE-TOTALS.
           MOVE SPACES TO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.
           MOVE SPACES TO MERGE-REPORT-LINE.
           STRING "MERGES APPLIED="  DELIMITED BY SIZE
                  APPLIED-COUNT      DELIMITED BY SIZE
                  " REJECTED="       DELIMITED BY SIZE
                  REJECT-COUNT       DELIMITED BY SIZE
                  INTO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.
           MOVE SPACES TO MERGE-REPORT-LINE.
           STRING "STUMSTR="         DELIMITED BY SIZE
                  MASTER-MOVED       DELIMITED BY SIZE
                  " DROPPED="        DELIMITED BY SIZE
                  MASTER-DROPPED     DELIMITED BY SIZE
                  " TRANSCPT="       DELIMITED BY SIZE
                  TRANSCRIPT-MOVED   DELIMITED BY SIZE
                  " TRANHIST="       DELIMITED BY SIZE
                  TRANHIST-MOVED     DELIMITED BY SIZE
                  " PAYHIST="        DELIMITED BY SIZE
                  PAYHIST-MOVED      DELIMITED BY SIZE
                  " STUGPA="         DELIMITED BY SIZE
                  GPA-MOVED          DELIMITED BY SIZE
                  INTO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.
           MOVE SPACES TO MERGE-REPORT-LINE.
           STRING "FEELEDG="         DELIMITED BY SIZE
                  LEDGER-MOVED       DELIMITED BY SIZE
                  " CREDBAL="        DELIMITED BY SIZE
                  CREDIT-MOVED       DELIMITED BY SIZE
                  " ATTMSTR="        DELIMITED BY SIZE
                  ATTEND-MOVED       DELIMITED BY SIZE
                  " RETAKHST="       DELIMITED BY SIZE
                  RETAKE-MOVED       DELIMITED BY SIZE
                  " STUADDR="        DELIMITED BY SIZE
                  ADDRESS-MOVED      DELIMITED BY SIZE
                  " HOLDMST="        DELIMITED BY SIZE
                  HOLD-MOVED         DELIMITED BY SIZE
                  " SCHHIST="        DELIMITED BY SIZE
                  AWARD-HIST-MOVED   DELIMITED BY SIZE
                  INTO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.

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
              DISPLAY "STUDENT-MERGE: NO PROCESSING DATE ON "
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
