               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-ATTEND-KEY.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POST-REPORT-FILE ASSIGN TO "ATTPSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD  ATTENDANCE-MASTER-FILE.
       01  ATTENDANCE-MASTER-RECORD.
           COPY ATTMSTR.
       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           COPY PERSONREC.
       FD  POST-REPORT-FILE.
       01  POST-REPORT-LINE       PIC X(120).
       FD  CALENDAR-CONTROL-FILE.
       01  CALENDAR-CONTROL-RECORD.
           COPY CALCTL.
       FD  RUN-STATUS-FILE.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.
           88  ALREADY-RUN        VALUE "Y".
       77  STAT-RUN-DATE  PIC X(8).
       77  STAT-STEP-ID   PIC X(8) VALUE "ATTPOST ".
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  DAILY-EOF-FLAG PIC X(1) VALUE "N".
           88  DAILY-END-OF-FILE      VALUE "Y".
       77  RUN-DATE           PIC X(8).
       77  POSTED-COUNT       PIC 9(7) VALUE 0.
       77  INVALID-COUNT      PIC 9(5) VALUE 0.
       77  NOT-ENROLLED-COUNT PIC 9(5) VALUE 0.
       77  MASTER-STATUS-FLAG PIC X(1).
           88  MASTER-FOUND       VALUE "Y".
           88  MASTER-NOT-FOUND   VALUE "N".
       77  STUMSTR-EOF-FLAG   PIC X(1) VALUE "N".
           88  STUMSTR-END-OF-FILE    VALUE "Y".
       77  ENROLLED-FLAG      PIC X(1).
           88  PAIR-ENROLLED      VALUE "Y".
           88  PAIR-NOT-ENROLLED  VALUE "N".
       77  ENROLLED-COUNT     PIC 9(5) VALUE 0.
       77  ENROLLED-MAX       PIC 9(5) VALUE 2000.
       77  REJECT-TEXT        PIC X(30).

       01  ENROLLED-TABLE.
           03  ENROLLED-ENTRY OCCURS 2000 TIMES INDEXED BY EN-IDX.
               05  EN-STUDENT-ID     PIC X(6).
               05  EN-LESSON         PIC X(10).
       PROCEDURE DIVISION.
      * Posts the day's attendance capture file into the attendance
      * master, accumulating sessions held and sessions attended
      * per student per lesson and recomputing the percentage each
      * time.  Capture records that are not P or A, or that have a
      * blank student id, go on the report as invalid.  A capture
      * record for a student and lesson no longer on the maintained
      * student master - withdrawn or deleted earlier tonight or
      * before - is listed as not enrolled and not posted, so a
      * withdrawn pair's attendance record is never put back.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           PERFORM CHECK-RUN-STATUS.
           IF ALREADY-RUN
              DISPLAY STAT-STEP-ID " ALREADY COMPLETE FOR "
              STOP RUN
           END-IF.
           PERFORM WRITE-START-STATUS.
           PERFORM LOAD-ENROLLED-TABLE.
           OPEN INPUT ATTENDANCE-DAILY-FILE
                I-O ATTENDANCE-MASTER-FILE
                OUTPUT POST-REPORT-FILE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           MOVE SPACES TO POST-REPORT-LINE.
           STRING "ATTENDANCE POSTING         RUN DATE "
                                 DELIMITED BY SIZE
           IF DA-STUDENT-ID = SPACES
              OR (NOT DA-PRESENT AND NOT DA-ABSENT)
              ADD 1 TO INVALID-COUNT
              MOVE "  INVALID CAPTURE RECORD" TO REJECT-TEXT
              PERFORM WRITE-INVALID-LINE
           ELSE
              PERFORM FIND-ENROLLED-PAIR
              IF PAIR-ENROLLED
                 PERFORM POST-TO-MASTER
              ELSE
                 ADD 1 TO NOT-ENROLLED-COUNT
                 MOVE "  NOT ENROLLED - NOT POSTED" TO REJECT-TEXT
                 PERFORM WRITE-INVALID-LINE
              END-IF
           END-IF.
           PERFORM READ-DAILY-RECORD.

      * ------------------------------ STUDENT MASTER
       LOAD-ENROLLED-TABLE.
           OPEN INPUT STUDENT-MASTER-FILE.
           PERFORM READ-STUDENT-MASTER.
           PERFORM LOAD-ENROLLED-ENTRY UNTIL STUMSTR-END-OF-FILE.
           CLOSE STUDENT-MASTER-FILE.

       READ-STUDENT-MASTER.
           READ STUDENT-MASTER-FILE
               AT END SET STUMSTR-END-OF-FILE TO TRUE
           END-READ.

       LOAD-ENROLLED-ENTRY.
           IF ENROLLED-COUNT >= ENROLLED-MAX
              DISPLAY "ATTENDANCE-POST: STUDENT MASTER TABLE FULL AT "
                      ENROLLED-MAX " RECORDS"
              CLOSE STUDENT-MASTER-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO ENROLLED-COUNT.
           SET EN-IDX TO ENROLLED-COUNT.
           MOVE PERS-ID     TO EN-STUDENT-ID (EN-IDX).
           MOVE PERS-LESSON TO EN-LESSON (EN-IDX).
           PERFORM READ-STUDENT-MASTER.

       FIND-ENROLLED-PAIR.
           SET PAIR-NOT-ENROLLED TO TRUE.
           IF ENROLLED-COUNT > 0
              SET EN-IDX TO 1
              PERFORM SCAN-ENROLLED-ENTRY
                  UNTIL PAIR-ENROLLED OR EN-IDX > ENROLLED-COUNT
           END-IF.

       SCAN-ENROLLED-ENTRY.
           IF EN-STUDENT-ID (EN-IDX) = DA-STUDENT-ID
              AND EN-LESSON (EN-IDX) = DA-LESSON
              SET PAIR-ENROLLED TO TRUE
           ELSE
              SET EN-IDX UP BY 1
           END-IF.

       POST-TO-MASTER.
           SET MASTER-FOUND TO TRUE.
           MOVE DA-STUDENT-ID TO AT-STUDENT-ID.
                  " "            DELIMITED BY SIZE
                  DA-PRESENT-FLAG
                                 DELIMITED BY SIZE
                  REJECT-TEXT    DELIMITED BY SIZE
                  INTO POST-REPORT-LINE.
           WRITE POST-REPORT-LINE.

                  POSTED-COUNT    DELIMITED BY SIZE
                  " INVALID="     DELIMITED BY SIZE
                  INVALID-COUNT   DELIMITED BY SIZE
                  " NOT ENROLLED=" DELIMITED BY SIZE
                  NOT-ENROLLED-COUNT
                                  DELIMITED BY SIZE
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
              DISPLAY "ATTENDANCE-POST: NO PROCESSING DATE ON "
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
