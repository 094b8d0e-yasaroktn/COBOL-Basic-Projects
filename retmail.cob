       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURNED-MAIL-POST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-MAIL-FILE ASSIGN TO "RETMTXN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADDRESS-MASTER-FILE ASSIGN TO "STUADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-STUDENT-ID.
           SELECT MAINT-REPORT-FILE ASSIGN TO "RETMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RETURNED-MAIL-FILE.
       01  RETURNED-MAIL-RECORD.
           05  RM-STUDENT-ID      PIC X(6).
           05  RM-DOCUMENT        PIC X(2).
           05  RM-RETURNED-DATE   PIC X(8).
       FD  ADDRESS-MASTER-FILE.
       01  ADDRESS-MASTER-RECORD.
           COPY STUADDR.
       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-LINE      PIC X(120).
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
       77  RUN-DATE           PIC X(8).
       77  ADDRESS-STATUS-FLAG PIC X(1).
           88  ADDRESS-FOUND      VALUE "Y".
           88  ADDRESS-NOT-FOUND  VALUE "N".
       77  DOCUMENT-CHECK     PIC X(2).
           88  VALID-DOCUMENT     VALUE "RC" "FS" "AW" "PL" "ET".
       77  MARKED-COUNT       PIC 9(5) VALUE 0.
       77  REMARKED-COUNT     PIC 9(5) VALUE 0.
       77  REJECT-COUNT       PIC 9(5) VALUE 0.
       77  REJECT-REASON      PIC X(40).
       77  ADDRESS-IMAGE      PIC X(109).
       PROCEDURE DIVISION.
      * Posts the mail that came back undeliverable.  The mail room
      * keys one transaction per returned piece: the student id,
      * the document that bounced (RC report card, FS fee statement,
      * AW attendance warning, PL probation letter, ET exam
      * timetable) and the date it came back - left blank, the
      * processing date is used.  The student's address record is
      * marked undeliverable with the date and the document, and
      * from then on every mailing program sends the student to its
      * address-exception listing instead of printing the piece.
      * A second return against an address already marked just
      * moves the date and document on to the latest one.  The mark
      * is cleared by ADDRESS-LOAD when a changed address comes in.
      * The file is updated in place; every transaction prints with
      * its before and after record images on the audit listing,
      * and rejected transactions end the run with return code 4.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           PERFORM OPEN-FILES.
           PERFORM READ-RETURNED-MAIL.
           PERFORM APPLY-RETURNED-MAIL UNTIL TXN-END-OF-FILE.
           PERFORM WRITE-MAINT-TOTALS.
           PERFORM CLOSE-FILES.
           IF REJECT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT RETURNED-MAIL-FILE
                I-O ADDRESS-MASTER-FILE
                OUTPUT MAINT-REPORT-FILE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "RETURNED MAIL POSTING AUDIT        RUN DATE "
                                 DELIMITED BY SIZE
                  RUN-DATE       DELIMITED BY SIZE
                  INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       CLOSE-FILES.
           CLOSE RETURNED-MAIL-FILE ADDRESS-MASTER-FILE
                 MAINT-REPORT-FILE.

       READ-RETURNED-MAIL.
           READ RETURNED-MAIL-FILE
               AT END SET TXN-END-OF-FILE TO TRUE
           END-READ.

       APPLY-RETURNED-MAIL.
           MOVE SPACES TO REJECT-REASON.
           SET ADDRESS-FOUND TO TRUE.
           MOVE RM-STUDENT-ID TO AD-STUDENT-ID.
           READ ADDRESS-MASTER-FILE
               INVALID KEY SET ADDRESS-NOT-FOUND TO TRUE
           END-READ.
           MOVE RM-DOCUMENT TO DOCUMENT-CHECK.
           EVALUATE TRUE
               WHEN RM-STUDENT-ID = SPACES
                   MOVE "STUDENT ID MISSING" TO REJECT-REASON
               WHEN NOT VALID-DOCUMENT
                   MOVE "INVALID DOCUMENT CODE" TO REJECT-REASON
               WHEN RM-RETURNED-DATE NOT = SPACES
                    AND RM-RETURNED-DATE NOT NUMERIC
                   MOVE "INVALID RETURNED DATE" TO REJECT-REASON
               WHEN RM-RETURNED-DATE > RUN-DATE
                   MOVE "RETURNED DATE AFTER PROCESSING DATE"
                       TO REJECT-REASON
               WHEN ADDRESS-NOT-FOUND
                   MOVE "NO ADDRESS RECORD FOR STUDENT"
                       TO REJECT-REASON
           END-EVALUATE.
           IF REJECT-REASON NOT = SPACES
              PERFORM WRITE-REJECT-LINE
           ELSE
              PERFORM MARK-UNDELIVERABLE
           END-IF.
           PERFORM READ-RETURNED-MAIL.

       MARK-UNDELIVERABLE.
           MOVE ADDRESS-MASTER-RECORD TO ADDRESS-IMAGE.
           PERFORM WRITE-BEFORE-LINE.
           IF AD-UNDELIVERABLE
              ADD 1 TO REMARKED-COUNT
           ELSE
              ADD 1 TO MARKED-COUNT
           END-IF.
           SET AD-UNDELIVERABLE TO TRUE.
           MOVE RM-DOCUMENT TO AD-RETURNED-DOCUMENT.
           IF RM-RETURNED-DATE = SPACES
              MOVE RUN-DATE TO AD-RETURNED-DATE
           ELSE
              MOVE RM-RETURNED-DATE TO AD-RETURNED-DATE
           END-IF.
           REWRITE ADDRESS-MASTER-RECORD.
           MOVE ADDRESS-MASTER-RECORD TO ADDRESS-IMAGE.
           PERFORM WRITE-AFTER-LINE.

       WRITE-BEFORE-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING RM-DOCUMENT    DELIMITED BY SIZE
                  " BEFORE: "    DELIMITED BY SIZE
                  ADDRESS-IMAGE  DELIMITED BY SIZE
                  INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       WRITE-AFTER-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING RM-DOCUMENT    DELIMITED BY SIZE
                  " AFTER:  "    DELIMITED BY SIZE
                  ADDRESS-IMAGE  DELIMITED BY SIZE
                  INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       WRITE-REJECT-LINE.
           ADD 1 TO REJECT-COUNT.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING RM-DOCUMENT    DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  RM-STUDENT-ID  DELIMITED BY SIZE
                  "  REJECTED: " DELIMITED BY SIZE
                  REJECT-REASON  DELIMITED BY SIZE
                  INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       WRITE-MAINT-TOTALS.
           MOVE SPACES TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "MARKED="       DELIMITED BY SIZE
                  MARKED-COUNT    DELIMITED BY SIZE
                  " ALREADY MARKED=" DELIMITED BY SIZE
                  REMARKED-COUNT  DELIMITED BY SIZE
                  " REJECTS="     DELIMITED BY SIZE
                  REJECT-COUNT    DELIMITED BY SIZE
                  INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

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
              DISPLAY "RETURNED-MAIL-POST: NO PROCESSING DATE ON "
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
