       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-TRANSACTION-FILE ASSIGN TO "HOLDTXN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-STUDENT-ID.
           SELECT MAINT-REPORT-FILE ASSIGN TO "HOLDMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-TRANSACTION-FILE.
       01  HOLD-TRANSACTION-RECORD.
           05  HT-ACTION          PIC X(1).
               88  HT-PLACE           VALUE "A".
               88  HT-CHANGE          VALUE "C".
               88  HT-RELEASE         VALUE "R".
           05  HT-STUDENT-ID      PIC X(6).
           05  HT-HOLD-TYPE       PIC X(1).
           05  HT-ENTERED-BY      PIC X(20).
           05  HT-REASON          PIC X(30).
       FD  HOLD-MASTER-FILE.
       01  HOLD-MASTER-RECORD.
           COPY HOLDMST.
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
       77  HOLD-STATUS-FLAG   PIC X(1).
           88  HOLD-FOUND         VALUE "Y".
           88  HOLD-NOT-FOUND     VALUE "N".
       77  PLACE-COUNT        PIC 9(5) VALUE 0.
       77  CHANGE-COUNT       PIC 9(5) VALUE 0.
       77  RELEASE-COUNT      PIC 9(5) VALUE 0.
       77  REJECT-COUNT       PIC 9(5) VALUE 0.
       77  REJECT-REASON      PIC X(40).
       77  HOLD-IMAGE         PIC X(102).
       PROCEDURE DIVISION.
      * Hand maintenance of the student hold file.  The registrar,
      * the dean's office and the bursar place (A), change (C) or
      * release (R) holds by student id; the transaction carries
      * the hold type, who entered it and the reason.  A student
      * has one hold record, so a place is refused while a hold
      * of any type is still active, and a change or release is
      * refused unless one is.  A release stamps the processing
      * date and the releaser and leaves the record on file as
      * history until the next hold is placed over it.  The file
      * is updated in place; every transaction prints with its
      * before and after record images on the audit listing, and
      * rejected transactions end the run with return code 4.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           PERFORM OPEN-FILES.
           PERFORM READ-HOLD-TRANSACTION.
           PERFORM APPLY-HOLD-TRANSACTION UNTIL TXN-END-OF-FILE.
           PERFORM WRITE-MAINT-TOTALS.
           PERFORM CLOSE-FILES.
           IF REJECT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT HOLD-TRANSACTION-FILE
                I-O HOLD-MASTER-FILE
                OUTPUT MAINT-REPORT-FILE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "STUDENT HOLD MAINTENANCE AUDIT     RUN DATE "
                                 DELIMITED BY SIZE
                  RUN-DATE       DELIMITED BY SIZE
                  INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       CLOSE-FILES.
           CLOSE HOLD-TRANSACTION-FILE HOLD-MASTER-FILE
                 MAINT-REPORT-FILE.

       READ-HOLD-TRANSACTION.
           READ HOLD-TRANSACTION-FILE
               AT END SET TXN-END-OF-FILE TO TRUE
           END-READ.

       APPLY-HOLD-TRANSACTION.
           MOVE SPACES TO REJECT-REASON.
           SET HOLD-FOUND TO TRUE.
           MOVE HT-STUDENT-ID TO HLD-STUDENT-ID.
           READ HOLD-MASTER-FILE
               INVALID KEY SET HOLD-NOT-FOUND TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT HT-PLACE AND NOT HT-CHANGE
                    AND NOT HT-RELEASE
                   MOVE "INVALID ACTION CODE" TO REJECT-REASON
               WHEN HT-STUDENT-ID = SPACES
                   MOVE "STUDENT ID MISSING" TO REJECT-REASON
               WHEN HT-ENTERED-BY = SPACES
                   MOVE "ENTERED-BY MISSING" TO REJECT-REASON
               WHEN HT-PLACE AND HOLD-FOUND AND HLD-ACTIVE
                   MOVE "STUDENT ALREADY HAS AN ACTIVE HOLD"
                       TO REJECT-REASON
               WHEN HT-PLACE AND HT-HOLD-TYPE NOT = "F"
                    AND HT-HOLD-TYPE NOT = "R"
                    AND HT-HOLD-TYPE NOT = "D"
                   MOVE "INVALID HOLD TYPE" TO REJECT-REASON
               WHEN HT-PLACE AND HT-REASON = SPACES
                   MOVE "REASON MISSING" TO REJECT-REASON
               WHEN NOT HT-PLACE AND HOLD-NOT-FOUND
                   MOVE "NO HOLD ON FILE FOR STUDENT"
                       TO REJECT-REASON
               WHEN NOT HT-PLACE AND NOT HLD-ACTIVE
                   MOVE "HOLD ALREADY RELEASED" TO REJECT-REASON
               WHEN HT-CHANGE AND HT-HOLD-TYPE NOT = SPACES
                    AND HT-HOLD-TYPE NOT = "F"
                    AND HT-HOLD-TYPE NOT = "R"
                    AND HT-HOLD-TYPE NOT = "D"
                   MOVE "INVALID HOLD TYPE" TO REJECT-REASON
           END-EVALUATE.
           IF REJECT-REASON NOT = SPACES
              PERFORM WRITE-REJECT-LINE
           ELSE
              EVALUATE TRUE
                  WHEN HT-PLACE
                      PERFORM PLACE-HOLD
                  WHEN HT-CHANGE
                      PERFORM CHANGE-HOLD
                  WHEN HT-RELEASE
                      PERFORM RELEASE-HOLD
              END-EVALUATE
           END-IF.
           PERFORM READ-HOLD-TRANSACTION.

      * A released hold left on file is overwritten by the new one
      * and shows as the before image.
       PLACE-HOLD.
           IF HOLD-FOUND
              MOVE HOLD-MASTER-RECORD TO HOLD-IMAGE
              PERFORM WRITE-BEFORE-LINE
           END-IF.
           MOVE HT-STUDENT-ID TO HLD-STUDENT-ID.
           MOVE HT-HOLD-TYPE  TO HLD-HOLD-TYPE.
           MOVE RUN-DATE      TO HLD-PLACED-DATE.
           MOVE HT-ENTERED-BY TO HLD-PLACED-BY.
           MOVE SPACES        TO HLD-RELEASE-DATE.
           MOVE SPACES        TO HLD-RELEASED-BY.
           MOVE 0             TO HLD-OPEN-AMOUNT.
           MOVE HT-REASON     TO HLD-REASON.
           IF HOLD-FOUND
              REWRITE HOLD-MASTER-RECORD
           ELSE
              WRITE HOLD-MASTER-RECORD
           END-IF.
           ADD 1 TO PLACE-COUNT.
           MOVE HOLD-MASTER-RECORD TO HOLD-IMAGE.
           PERFORM WRITE-AFTER-LINE.

      * Only the hold type and the reason can be changed; the
      * placement stamp stays as it was.
       CHANGE-HOLD.
           MOVE HOLD-MASTER-RECORD TO HOLD-IMAGE.
           PERFORM WRITE-BEFORE-LINE.
           IF HT-HOLD-TYPE NOT = SPACES
              MOVE HT-HOLD-TYPE TO HLD-HOLD-TYPE
           END-IF.
           IF HT-REASON NOT = SPACES
              MOVE HT-REASON TO HLD-REASON
           END-IF.
           REWRITE HOLD-MASTER-RECORD.
           ADD 1 TO CHANGE-COUNT.
           MOVE HOLD-MASTER-RECORD TO HOLD-IMAGE.
           PERFORM WRITE-AFTER-LINE.

       RELEASE-HOLD.
           MOVE HOLD-MASTER-RECORD TO HOLD-IMAGE.
           PERFORM WRITE-BEFORE-LINE.
           MOVE RUN-DATE      TO HLD-RELEASE-DATE.
           MOVE HT-ENTERED-BY TO HLD-RELEASED-BY.
           REWRITE HOLD-MASTER-RECORD.
           ADD 1 TO RELEASE-COUNT.
           MOVE HOLD-MASTER-RECORD TO HOLD-IMAGE.
           PERFORM WRITE-AFTER-LINE.

       WRITE-BEFORE-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING HT-ACTION      DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  HT-STUDENT-ID  DELIMITED BY SIZE
                  "  BEFORE: "   DELIMITED BY SIZE
                  HOLD-IMAGE     DELIMITED BY SIZE
                  INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       WRITE-AFTER-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING HT-ACTION      DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  HT-STUDENT-ID  DELIMITED BY SIZE
                  "  AFTER:  "   DELIMITED BY SIZE
                  HOLD-IMAGE     DELIMITED BY SIZE
                  INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       WRITE-REJECT-LINE.
           ADD 1 TO REJECT-COUNT.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING HT-ACTION      DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  HT-STUDENT-ID  DELIMITED BY SIZE
                  "  REJECTED: " DELIMITED BY SIZE
                  REJECT-REASON  DELIMITED BY SIZE
                  INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       WRITE-MAINT-TOTALS.
           MOVE SPACES TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "PLACED="       DELIMITED BY SIZE
                  PLACE-COUNT     DELIMITED BY SIZE
                  " CHANGED="     DELIMITED BY SIZE
                  CHANGE-COUNT    DELIMITED BY SIZE
                  " RELEASED="    DELIMITED BY SIZE
                  RELEASE-COUNT   DELIMITED BY SIZE
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
              DISPLAY "HOLD-MAINT: NO PROCESSING DATE ON "
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
