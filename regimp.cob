               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSECAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-STUDENT-ID.
           SELECT IMPORT-TRANSACTION-FILE ASSIGN TO "REGETXN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-LISTING-FILE ASSIGN TO "REGIMREJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IMPORT-REPORT-FILE ASSIGN TO "REGIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-INPUT-FILE.
       FD  COURSE-CATALOG-FILE.
       01  COURSE-CATALOG-RECORD.
           COPY CRSECAT.
       FD  HOLD-MASTER-FILE.
       01  HOLD-MASTER-RECORD.
           COPY HOLDMST.
       FD  IMPORT-TRANSACTION-FILE.
       01  IMPORT-TRANSACTION-RECORD.
           05  MNT-ACTION         PIC X(1).
       01  REJECT-LINE            PIC X(120).
       FD  IMPORT-REPORT-FILE.
       01  IMPORT-REPORT-LINE     PIC X(120).
       FD  CALENDAR-CONTROL-FILE.
       01  CALENDAR-CONTROL-RECORD.
           COPY CALCTL.
       WORKING-STORAGE SECTION.
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  INPUT-EOF-FLAG PIC X(1) VALUE "N".
           88  INPUT-END-OF-FILE      VALUE "Y".
       77  CATALOG-EOF-FLAG PIC X(1) VALUE "N".
       77  EDIT-CHECK-FLAG    PIC X(1).
           88  DETAIL-CLEAN       VALUE "Y".
           88  DETAIL-REJECTED    VALUE "N".
       77  HOLD-STATUS-FLAG   PIC X(1).
           88  STUDENT-ON-HOLD    VALUE "Y".
           88  STUDENT-NOT-HELD   VALUE "N".

       01  PARSED-DETAIL.
           05  PD-RECORD-TYPE     PIC X(3).
      * 8 and the transaction file untouched, the same promise the
      * outbound side makes the PC system.  On a good envelope
      * each detail is edited - action code, well-formed student
      * id, lesson active in the course catalog, no active hold
      * on the student for an add or change - and the clean
      * ones become keyed transactions for STUDENT-MAINT, with the
      * rest on the reject listing and return code 4.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           OPEN OUTPUT IMPORT-REPORT-FILE.
           MOVE SPACES TO IMPORT-REPORT-LINE.
           STRING "REGISTRAR ENROLLMENT IMPORT  RUN DATE "
       APPLY-DETAILS.
           MOVE "N" TO INPUT-EOF-FLAG.
           OPEN INPUT ENROLLMENT-INPUT-FILE
                      HOLD-MASTER-FILE
                OUTPUT IMPORT-TRANSACTION-FILE
                       REJECT-LISTING-FILE.
           PERFORM READ-ENROLLMENT-RECORD.
           PERFORM APPLY-ONE-RECORD UNTIL INPUT-END-OF-FILE.
           CLOSE ENROLLMENT-INPUT-FILE HOLD-MASTER-FILE
                 IMPORT-TRANSACTION-FILE REJECT-LISTING-FILE.

       APPLY-ONE-RECORD.
           IF ENROLLMENT-INPUT-RECORD (1:4) = "DTL;"
                    MOVE "LESSON NOT IN CATALOG" TO REJECT-REASON
                    SET DETAIL-REJECTED TO TRUE
                 END-IF
                 IF DETAIL-CLEAN AND PD-ACTION NOT = "D"
                    PERFORM CHECK-STUDENT-HOLD
                    IF STUDENT-ON-HOLD
                       MOVE "STUDENT ON HOLD" TO REJECT-REASON
                       SET DETAIL-REJECTED TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * A held student may still be dropped; only adds and changes
      * are refused.
       CHECK-STUDENT-HOLD.
           SET STUDENT-ON-HOLD TO TRUE.
           MOVE PD-STUDENT-ID TO HLD-STUDENT-ID.
           READ HOLD-MASTER-FILE
               INVALID KEY SET STUDENT-NOT-HELD TO TRUE
           END-READ.
           IF STUDENT-ON-HOLD AND NOT HLD-ACTIVE
              SET STUDENT-NOT-HELD TO TRUE
           END-IF.

       VALIDATE-DETAIL-LESSON.
           SET LESSON-UNKNOWN TO TRUE.
           IF CATALOG-COUNT > 0
           MOVE 0              TO PERS-EXAM-1.
           MOVE 0              TO PERS-EXAM-2.
           MOVE 0              TO PERS-EXAM-3.
           MOVE SPACES         TO PERS-SECTION.
           WRITE IMPORT-TRANSACTION-RECORD.

       WRITE-REJECT-LINE.
                  REJECT-COUNT        DELIMITED BY SIZE
                  INTO IMPORT-REPORT-LINE.
           WRITE IMPORT-REPORT-LINE.

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
              DISPLAY "REGISTRAR-IMPORT: NO PROCESSING DATE ON "
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
