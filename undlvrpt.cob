       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNDELIVERABLE-MAIL-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDRESS-MASTER-FILE ASSIGN TO "STUADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AD-STUDENT-ID.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-LEDGER-FILE ASSIGN TO "FEELEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-LEDGER-KEY.
           SELECT ATTENDANCE-MASTER-FILE ASSIGN TO "ATTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-ATTEND-KEY.
           SELECT PROBATION-LIST-FILE ASSIGN TO "PROBLIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNDELIVERABLE-REPORT-FILE ASSIGN TO "UNDLLIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ADDRESS-MASTER-FILE.
       01  ADDRESS-MASTER-RECORD.
           COPY STUADDR.
       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           COPY PERSONREC.
       FD  FEE-LEDGER-FILE.
       01  FEE-LEDGER-RECORD.
           COPY FEELEDG.
       FD  ATTENDANCE-MASTER-FILE.
       01  ATTENDANCE-MASTER-RECORD.
           COPY ATTMSTR.
       FD  PROBATION-LIST-FILE.
       01  PROBATION-LIST-RECORD.
           COPY PROBLST.
       FD  UNDELIVERABLE-REPORT-FILE.
       01  UNDELIVERABLE-REPORT-LINE PIC X(120).
       FD  CALENDAR-CONTROL-FILE.
       01  CALENDAR-CONTROL-RECORD.
           COPY CALCTL.
       WORKING-STORAGE SECTION.
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  ADDRESS-EOF-FLAG PIC X(1) VALUE "N".
           88  ADDRESS-END-OF-FILE    VALUE "Y".
       77  MASTER-EOF-FLAG PIC X(1) VALUE "N".
           88  MASTER-END-OF-FILE     VALUE "Y".
       77  PROB-EOF-FLAG  PIC X(1) VALUE "N".
           88  PROB-END-OF-FILE       VALUE "Y".
       77  LEDGER-EOF-FLAG PIC X(1) VALUE "N".
           88  LEDGER-AT-END          VALUE "Y".
       77  ATTEND-EOF-FLAG PIC X(1) VALUE "N".
           88  ATTEND-AT-END          VALUE "Y".
       77  NAME-FOUND-FLAG PIC X(1).
           88  NAME-FOUND         VALUE "Y".
           88  NAME-NOT-FOUND     VALUE "N".
       77  PROB-FOUND-FLAG PIC X(1).
           88  PROB-FOUND         VALUE "Y".
           88  PROB-NOT-FOUND     VALUE "N".
       77  WARNING-DUE-FLAG PIC X(1).
           88  WARNING-DUE        VALUE "Y".
       77  RUN-DATE           PIC X(8).
       77  WARN-CEILING       PIC 9(3) VALUE 085.
       77  NAME-COUNT         PIC 9(5) VALUE 0.
       77  NAME-MAX           PIC 9(5) VALUE 2000.
       77  PROB-COUNT         PIC 9(5) VALUE 0.
       77  PROB-MAX           PIC 9(5) VALUE 2000.
       77  UNDELIVERABLE-COUNT PIC 9(5) VALUE 0.
       77  LISTED-COUNT       PIC 9(5) VALUE 0.
       77  OPEN-AMOUNT        PIC 9(5)V99.
       77  BALANCE-DUE        PIC 9(7)V99.
       77  TOTAL-BALANCE      PIC 9(9)V99 VALUE 0.
       77  STUDENT-NAME       PIC X(38).
       77  PENDING-LETTERS    PIC X(12).
       77  EDIT-BALANCE       PIC ZZZZZZ9.99.
       77  EDIT-TOTAL         PIC ZZZZZZZZ9.99.

       01  CEILING-PARM.
           05  CP-CEILING-X       PIC X(3).
           05  CP-CEILING-N REDEFINES CP-CEILING-X
                                  PIC 9(3).

       01  STUDENT-NAME-TABLE.
           03  NAME-ENTRY OCCURS 2000 TIMES INDEXED BY NM-IDX.
               05  NE-STUDENT-ID     PIC X(6).
               05  NE-FIRST-NAME     PIC X(12).
               05  NE-LAST-NAME      PIC X(12).

       01  PROBATION-TABLE.
           03  PROB-ENTRY OCCURS 2000 TIMES INDEXED BY PB-IDX.
               05  PB-STUDENT-ID     PIC X(6).
       PROCEDURE DIVISION.
      * Weekly chase list for the registrar.  Walks the address
      * master for addresses RETURNED-MAIL-POST has marked
      * undeliverable and lists each such student who still has
      * something the school needs to reach the family about: an
      * open balance on the fee ledger, or a letter the mailing
      * runs are holding back - a report card and exam timetable
      * (RC) for a student enrolled in any lesson on the student
      * master, an attendance warning (AW) for any lesson trending
      * under the warning ceiling, and a probation letter (PL) for
      * a student on the probation list for the current term.
      * Undeliverable addresses with none of these are counted but
      * not listed.  The parm is the warning ceiling 9(3); blank
      * takes 085, the ATTENDANCE-WARN default minimum of 75 plus
      * its band of 10.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           ACCEPT CEILING-PARM FROM COMMAND-LINE.
           IF CP-CEILING-X IS NUMERIC
              MOVE CP-CEILING-N TO WARN-CEILING
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM LOAD-NAME-TABLE.
           PERFORM LOAD-PROBATION-TABLE.
           PERFORM READ-ADDRESS-RECORD.
           PERFORM CHECK-ONE-ADDRESS UNTIL ADDRESS-END-OF-FILE.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT ADDRESS-MASTER-FILE
                      STUDENT-MASTER-FILE
                      FEE-LEDGER-FILE
                      ATTENDANCE-MASTER-FILE
                      PROBATION-LIST-FILE
                OUTPUT UNDELIVERABLE-REPORT-FILE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           MOVE SPACES TO UNDELIVERABLE-REPORT-LINE.
           STRING "UNDELIVERABLE ADDRESSES WITH BALANCES OR PENDING "
                                 DELIMITED BY SIZE
                  "LETTERS     RUN DATE "
                                 DELIMITED BY SIZE
                  RUN-DATE       DELIMITED BY SIZE
                  "  TERM "      DELIMITED BY SIZE
                  CALENDAR-TERM  DELIMITED BY SIZE
                  INTO UNDELIVERABLE-REPORT-LINE.
           WRITE UNDELIVERABLE-REPORT-LINE.
           MOVE SPACES TO UNDELIVERABLE-REPORT-LINE.
           WRITE UNDELIVERABLE-REPORT-LINE.
           MOVE SPACES TO UNDELIVERABLE-REPORT-LINE.
           STRING "STUDENT  NAME                        RETURNED  DOC"
                                 DELIMITED BY SIZE
                  "  BALANCE DUE PENDING       ADDRESS ON FILE"
                                 DELIMITED BY SIZE
                  INTO UNDELIVERABLE-REPORT-LINE.
           WRITE UNDELIVERABLE-REPORT-LINE.

       CLOSE-FILES.
           CLOSE ADDRESS-MASTER-FILE STUDENT-MASTER-FILE
                 FEE-LEDGER-FILE ATTENDANCE-MASTER-FILE
                 PROBATION-LIST-FILE UNDELIVERABLE-REPORT-FILE.

      * One entry per student on the master; a student with no
      * entry is not enrolled in anything.
       LOAD-NAME-TABLE.
           PERFORM READ-STUDENT-MASTER.
           PERFORM LOAD-NAME-ENTRY UNTIL MASTER-END-OF-FILE.

       READ-STUDENT-MASTER.
           READ STUDENT-MASTER-FILE
               AT END SET MASTER-END-OF-FILE TO TRUE
           END-READ.

       LOAD-NAME-ENTRY.
           PERFORM FIND-NAME-ENTRY.
           IF NAME-NOT-FOUND
              IF NAME-COUNT >= NAME-MAX
                 DISPLAY "UNDELIVERABLE-MAIL-REPORT: NAME TABLE "
                         "FULL AT " NAME-MAX
                 PERFORM CLOSE-FILES
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO NAME-COUNT
              SET NM-IDX TO NAME-COUNT
              MOVE PERS-ID         TO NE-STUDENT-ID (NM-IDX)
              MOVE PERS-FIRST-NAME TO NE-FIRST-NAME (NM-IDX)
              MOVE PERS-LAST-NAME  TO NE-LAST-NAME (NM-IDX)
           END-IF.
           PERFORM READ-STUDENT-MASTER.

       FIND-NAME-ENTRY.
           SET NAME-NOT-FOUND TO TRUE.
           IF NAME-COUNT > 0
              SET NM-IDX TO 1
              PERFORM SCAN-NAME-ENTRY
                  UNTIL NAME-FOUND OR NM-IDX > NAME-COUNT
           END-IF.

       SCAN-NAME-ENTRY.
           IF NE-STUDENT-ID (NM-IDX) = PERS-ID
              SET NAME-FOUND TO TRUE
           ELSE
              SET NM-IDX UP BY 1
           END-IF.

      * The probation list names the students lettered on the last
      * GPA-TERM-REPORT run; only the current term's count.
       LOAD-PROBATION-TABLE.
           PERFORM READ-PROBATION-LIST.
           PERFORM LOAD-PROBATION-ENTRY UNTIL PROB-END-OF-FILE.

       READ-PROBATION-LIST.
           READ PROBATION-LIST-FILE
               AT END SET PROB-END-OF-FILE TO TRUE
           END-READ.

       LOAD-PROBATION-ENTRY.
           IF PL-TERM-CODE = CALENDAR-TERM
              AND PL-STUDENT-ID NOT = SPACES
              IF PROB-COUNT >= PROB-MAX
                 DISPLAY "UNDELIVERABLE-MAIL-REPORT: PROBATION TABLE "
                         "FULL AT " PROB-MAX
                 PERFORM CLOSE-FILES
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO PROB-COUNT
              SET PB-IDX TO PROB-COUNT
              MOVE PL-STUDENT-ID TO PB-STUDENT-ID (PB-IDX)
           END-IF.
           PERFORM READ-PROBATION-LIST.

       READ-ADDRESS-RECORD.
           READ ADDRESS-MASTER-FILE NEXT RECORD
               AT END SET ADDRESS-END-OF-FILE TO TRUE
           END-READ.

       CHECK-ONE-ADDRESS.
           IF AD-UNDELIVERABLE
              ADD 1 TO UNDELIVERABLE-COUNT
              PERFORM GET-BALANCE-DUE
              PERFORM GET-PENDING-LETTERS
              IF BALANCE-DUE > 0 OR PENDING-LETTERS NOT = SPACES
                 PERFORM WRITE-UNDELIVERABLE-LINE
              END-IF
           END-IF.
           PERFORM READ-ADDRESS-RECORD.

       GET-BALANCE-DUE.
           MOVE 0 TO BALANCE-DUE.
           MOVE "N" TO LEDGER-EOF-FLAG.
           MOVE AD-STUDENT-ID TO FEE-STUDENT-ID.
           MOVE LOW-VALUES    TO FEE-CHARGE-DATE.
           MOVE 0             TO FEE-CHARGE-SEQ.
           START FEE-LEDGER-FILE
               KEY IS NOT LESS THAN FEE-LEDGER-KEY
               INVALID KEY SET LEDGER-AT-END TO TRUE
           END-START.
           IF NOT LEDGER-AT-END
              PERFORM READ-NEXT-LEDGER-RECORD
           END-IF.
           PERFORM ADD-ONE-CHARGE UNTIL LEDGER-AT-END.

       READ-NEXT-LEDGER-RECORD.
           READ FEE-LEDGER-FILE NEXT RECORD
               AT END SET LEDGER-AT-END TO TRUE
           END-READ.
           IF NOT LEDGER-AT-END
              AND FEE-STUDENT-ID NOT = AD-STUDENT-ID
              SET LEDGER-AT-END TO TRUE
           END-IF.

       ADD-ONE-CHARGE.
           COMPUTE OPEN-AMOUNT =
               FEE-CHARGE-AMOUNT - FEE-PAID-AMOUNT.
           IF FEE-OPEN AND OPEN-AMOUNT > 0
              ADD OPEN-AMOUNT TO BALANCE-DUE
           END-IF.
           PERFORM READ-NEXT-LEDGER-RECORD.

       GET-PENDING-LETTERS.
           MOVE SPACES TO PENDING-LETTERS.
           PERFORM LOOK-UP-STUDENT-NAME.
           IF NAME-FOUND
              MOVE "RC" TO PENDING-LETTERS (1:2)
           END-IF.
           PERFORM CHECK-ATTENDANCE-WARNING.
           IF WARNING-DUE
              MOVE "AW" TO PENDING-LETTERS (4:2)
           END-IF.
           SET PROB-NOT-FOUND TO TRUE.
           IF PROB-COUNT > 0
              SET PB-IDX TO 1
              PERFORM SCAN-PROBATION-ENTRY
                  UNTIL PROB-FOUND OR PB-IDX > PROB-COUNT
           END-IF.
           IF PROB-FOUND
              MOVE "PL" TO PENDING-LETTERS (7:2)
           END-IF.

       LOOK-UP-STUDENT-NAME.
           SET NAME-NOT-FOUND TO TRUE.
           MOVE SPACES TO STUDENT-NAME.
           IF NAME-COUNT > 0
              SET NM-IDX TO 1
              PERFORM SCAN-STUDENT-NAME
                  UNTIL NAME-FOUND OR NM-IDX > NAME-COUNT
           END-IF.
           IF NAME-FOUND
              STRING NE-FIRST-NAME (NM-IDX) DELIMITED BY SPACE
                     " "                    DELIMITED BY SIZE
                     NE-LAST-NAME (NM-IDX)  DELIMITED BY SPACE
                     INTO STUDENT-NAME
           ELSE
              MOVE "NOT ON STUDENT MASTER" TO STUDENT-NAME
           END-IF.

       SCAN-STUDENT-NAME.
           IF NE-STUDENT-ID (NM-IDX) = AD-STUDENT-ID
              SET NAME-FOUND TO TRUE
           ELSE
              SET NM-IDX UP BY 1
           END-IF.

       SCAN-PROBATION-ENTRY.
           IF PB-STUDENT-ID (PB-IDX) = AD-STUDENT-ID
              SET PROB-FOUND TO TRUE
           ELSE
              SET PB-IDX UP BY 1
           END-IF.

       CHECK-ATTENDANCE-WARNING.
           MOVE "N" TO WARNING-DUE-FLAG.
           MOVE "N" TO ATTEND-EOF-FLAG.
           MOVE AD-STUDENT-ID TO AT-STUDENT-ID.
           MOVE LOW-VALUES    TO AT-LESSON.
           START ATTENDANCE-MASTER-FILE
               KEY IS NOT LESS THAN AT-ATTEND-KEY
               INVALID KEY SET ATTEND-AT-END TO TRUE
           END-START.
           IF NOT ATTEND-AT-END
              PERFORM READ-NEXT-ATTEND-RECORD
           END-IF.
           PERFORM CHECK-ONE-ATTENDANCE
               UNTIL ATTEND-AT-END OR WARNING-DUE.

       READ-NEXT-ATTEND-RECORD.
           READ ATTENDANCE-MASTER-FILE NEXT RECORD
               AT END SET ATTEND-AT-END TO TRUE
           END-READ.
           IF NOT ATTEND-AT-END
              AND AT-STUDENT-ID NOT = AD-STUDENT-ID
              SET ATTEND-AT-END TO TRUE
           END-IF.

       CHECK-ONE-ATTENDANCE.
           IF AT-ATTEND-PCT < WARN-CEILING
              SET WARNING-DUE TO TRUE
           ELSE
              PERFORM READ-NEXT-ATTEND-RECORD
           END-IF.

       WRITE-UNDELIVERABLE-LINE.
           ADD 1 TO LISTED-COUNT.
           ADD BALANCE-DUE TO TOTAL-BALANCE.
           MOVE BALANCE-DUE TO EDIT-BALANCE.
           MOVE SPACES TO UNDELIVERABLE-REPORT-LINE.
           STRING AD-STUDENT-ID  DELIMITED BY SIZE
                  "   "          DELIMITED BY SIZE
                  STUDENT-NAME (1:26)
                                 DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  AD-RETURNED-DATE DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  AD-RETURNED-DOCUMENT DELIMITED BY SIZE
                  "   "          DELIMITED BY SIZE
                  EDIT-BALANCE   DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  PENDING-LETTERS DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  AD-STREET      DELIMITED BY SIZE
                  INTO UNDELIVERABLE-REPORT-LINE.
           WRITE UNDELIVERABLE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE TOTAL-BALANCE TO EDIT-TOTAL.
           MOVE SPACES TO UNDELIVERABLE-REPORT-LINE.
           WRITE UNDELIVERABLE-REPORT-LINE.
           MOVE SPACES TO UNDELIVERABLE-REPORT-LINE.
           STRING "UNDELIVERABLE ADDRESSES=" DELIMITED BY SIZE
                  UNDELIVERABLE-COUNT    DELIMITED BY SIZE
                  " LISTED="             DELIMITED BY SIZE
                  LISTED-COUNT           DELIMITED BY SIZE
                  " BALANCE DUE LISTED=" DELIMITED BY SIZE
                  EDIT-TOTAL             DELIMITED BY SIZE
                  INTO UNDELIVERABLE-REPORT-LINE.
           WRITE UNDELIVERABLE-REPORT-LINE.
           MOVE SPACES TO UNDELIVERABLE-REPORT-LINE.
           STRING "PENDING: RC REPORT CARD/EXAM TIMETABLE  "
                                         DELIMITED BY SIZE
                  "AW ATTENDANCE WARNING UNDER "
                                         DELIMITED BY SIZE
                  WARN-CEILING           DELIMITED BY SIZE
                  " PCT  PL PROBATION LETTER" DELIMITED BY SIZE
                  INTO UNDELIVERABLE-REPORT-LINE.
           WRITE UNDELIVERABLE-REPORT-LINE.

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
              DISPLAY "UNDELIVERABLE-MAIL-REPORT: NO PROCESSING DATE "
                      "ON CALENDAR CONTROL FILE"
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
