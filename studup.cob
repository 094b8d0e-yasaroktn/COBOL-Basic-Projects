       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-DUP-DETECT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADDRESS-MASTER-FILE ASSIGN TO "STUADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-STUDENT-ID.
           SELECT DUPLICATE-REPORT-FILE ASSIGN TO "DUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           COPY PERSONREC.
       FD  ADDRESS-MASTER-FILE.
       01  ADDRESS-MASTER-RECORD.
           COPY STUADDR.
       FD  DUPLICATE-REPORT-FILE.
       01  DUPLICATE-REPORT-LINE  PIC X(120).
       FD  CALENDAR-CONTROL-FILE.
       01  CALENDAR-CONTROL-RECORD.
           COPY CALCTL.
       WORKING-STORAGE SECTION.
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  MASTER-EOF-FLAG PIC X(1) VALUE "N".
           88  MASTER-END-OF-FILE     VALUE "Y".
       77  RUN-DATE           PIC X(8).
       77  STUDENT-COUNT      PIC 9(5) VALUE 0.
       77  STUDENT-MAX        PIC 9(5) VALUE 2000.
       77  STUDENT-FOUND-FLAG PIC X(1).
           88  STUDENT-FOUND      VALUE "Y".
           88  STUDENT-NOT-FOUND  VALUE "N".
       77  ADDRESS-FLAG       PIC X(1).
           88  ADDRESS-FOUND      VALUE "Y".
           88  ADDRESS-NOT-FOUND  VALUE "N".
       77  NO-ADDRESS-COUNT   PIC 9(5) VALUE 0.
       77  PROBABLE-COUNT     PIC 9(5) VALUE 0.
       77  NAME-ONLY-COUNT    PIC 9(5) VALUE 0.
       77  MATCH-TEXT         PIC X(20).

      * One entry per distinct student id on the master, with the
      * names off the first record seen and the address, if any.
       01  STUDENT-TABLE.
           03  STUDENT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY ST-IDX OT-IDX.
               05  ST-STUDENT-ID     PIC X(6).
               05  ST-FIRST-NAME     PIC X(12).
               05  ST-LAST-NAME      PIC X(12).
               05  ST-ADDRESS-FLAG   PIC X(1).
                   88  ST-HAS-ADDRESS    VALUE "Y".
               05  ST-STREET         PIC X(30).
               05  ST-CITY           PIC X(20).
               05  ST-POSTAL-CODE    PIC X(10).
       PROCEDURE DIVISION.
      * Lists probable duplicate student ids for the registrar to
      * review before running STUDENT-MERGE.  Every distinct id on
      * the student master is compared with every other; two ids
      * whose first and last names agree and whose address master
      * records carry the same street and postal code are listed
      * as PROBABLE.  Ids whose names agree but whose addresses
      * differ, or where either has no address on file, are listed
      * separately as NAME ONLY so a second id keyed before its
      * address arrived is not missed.  The report changes nothing.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           OPEN INPUT STUDENT-MASTER-FILE
                      ADDRESS-MASTER-FILE
                OUTPUT DUPLICATE-REPORT-FILE.
           PERFORM LOAD-STUDENT-TABLE.
           IF STUDENT-COUNT > 0
              SET ST-IDX TO 1
              PERFORM LOOK-UP-ADDRESS UNTIL ST-IDX > STUDENT-COUNT
           END-IF.
           PERFORM WRITE-REPORT-HEADER.
           IF STUDENT-COUNT > 1
              SET ST-IDX TO 1
              PERFORM COMPARE-ONE-STUDENT
                  UNTIL ST-IDX >= STUDENT-COUNT
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE STUDENT-MASTER-FILE ADDRESS-MASTER-FILE
                 DUPLICATE-REPORT-FILE.
           STOP RUN.

       LOAD-STUDENT-TABLE.
           PERFORM READ-STUDENT-MASTER.
           PERFORM LOAD-STUDENT-ENTRY UNTIL MASTER-END-OF-FILE.

       READ-STUDENT-MASTER.
           READ STUDENT-MASTER-FILE
               AT END SET MASTER-END-OF-FILE TO TRUE
           END-READ.

      * A student holds one master record per lesson; only the
      * first record for each id is kept.
       LOAD-STUDENT-ENTRY.
           SET STUDENT-NOT-FOUND TO TRUE.
           IF STUDENT-COUNT > 0
              SET ST-IDX TO 1
              PERFORM SCAN-STUDENT-ENTRY
                  UNTIL STUDENT-FOUND OR ST-IDX > STUDENT-COUNT
           END-IF.
           IF STUDENT-NOT-FOUND AND PERS-ID NOT = SPACES
              PERFORM ADD-STUDENT-ENTRY
           END-IF.
           PERFORM READ-STUDENT-MASTER.

       SCAN-STUDENT-ENTRY.
           IF ST-STUDENT-ID (ST-IDX) = PERS-ID
              SET STUDENT-FOUND TO TRUE
           ELSE
              SET ST-IDX UP BY 1
           END-IF.

       ADD-STUDENT-ENTRY.
           IF STUDENT-COUNT >= STUDENT-MAX
              DISPLAY "STUDENT-DUP-DETECT: STUDENT TABLE FULL AT "
                      STUDENT-MAX " ENTRIES"
              CLOSE STUDENT-MASTER-FILE ADDRESS-MASTER-FILE
                    DUPLICATE-REPORT-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO STUDENT-COUNT.
           SET ST-IDX TO STUDENT-COUNT.
           MOVE PERS-ID         TO ST-STUDENT-ID (ST-IDX).
           MOVE PERS-FIRST-NAME TO ST-FIRST-NAME (ST-IDX).
           MOVE PERS-LAST-NAME  TO ST-LAST-NAME (ST-IDX).
           MOVE "N"             TO ST-ADDRESS-FLAG (ST-IDX).
           MOVE SPACES          TO ST-STREET (ST-IDX)
                                   ST-CITY (ST-IDX)
                                   ST-POSTAL-CODE (ST-IDX).

       LOOK-UP-ADDRESS.
           SET ADDRESS-FOUND TO TRUE.
           MOVE ST-STUDENT-ID (ST-IDX) TO AD-STUDENT-ID.
           READ ADDRESS-MASTER-FILE
               INVALID KEY SET ADDRESS-NOT-FOUND TO TRUE
           END-READ.
           IF ADDRESS-FOUND AND AD-STREET NOT = SPACES
              MOVE "Y"            TO ST-ADDRESS-FLAG (ST-IDX)
              MOVE AD-STREET      TO ST-STREET (ST-IDX)
              MOVE AD-CITY        TO ST-CITY (ST-IDX)
              MOVE AD-POSTAL-CODE TO ST-POSTAL-CODE (ST-IDX)
           ELSE
              ADD 1 TO NO-ADDRESS-COUNT
           END-IF.
           SET ST-IDX UP BY 1.

      * ------------------------------ PAIRWISE COMPARE
       COMPARE-ONE-STUDENT.
           SET OT-IDX TO ST-IDX.
           SET OT-IDX UP BY 1.
           PERFORM COMPARE-STUDENT-PAIR UNTIL OT-IDX > STUDENT-COUNT.
           SET ST-IDX UP BY 1.

       COMPARE-STUDENT-PAIR.
           IF ST-FIRST-NAME (ST-IDX) = ST-FIRST-NAME (OT-IDX)
              AND ST-LAST-NAME (ST-IDX) = ST-LAST-NAME (OT-IDX)
              AND ST-LAST-NAME (ST-IDX) NOT = SPACES
              EVALUATE TRUE
                  WHEN ST-HAS-ADDRESS (ST-IDX)
                       AND ST-HAS-ADDRESS (OT-IDX)
                       AND ST-STREET (ST-IDX) = ST-STREET (OT-IDX)
                       AND ST-POSTAL-CODE (ST-IDX) =
                           ST-POSTAL-CODE (OT-IDX)
                      ADD 1 TO PROBABLE-COUNT
                      MOVE "PROBABLE" TO MATCH-TEXT
                  WHEN ST-HAS-ADDRESS (ST-IDX)
                       AND ST-HAS-ADDRESS (OT-IDX)
                      ADD 1 TO NAME-ONLY-COUNT
                      MOVE "NAME ONLY-ADDR DIFF" TO MATCH-TEXT
                  WHEN OTHER
                      ADD 1 TO NAME-ONLY-COUNT
                      MOVE "NAME ONLY-NO ADDR" TO MATCH-TEXT
              END-EVALUATE
              PERFORM WRITE-MATCH-LINES
           END-IF.
           SET OT-IDX UP BY 1.

       WRITE-MATCH-LINES.
           MOVE SPACES TO DUPLICATE-REPORT-LINE.
           STRING MATCH-TEXT               DELIMITED BY SIZE
                  ST-STUDENT-ID (ST-IDX)   DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  ST-FIRST-NAME (ST-IDX)   DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  ST-LAST-NAME (ST-IDX)    DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  ST-STREET (ST-IDX)       DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  ST-CITY (ST-IDX)         DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  ST-POSTAL-CODE (ST-IDX)  DELIMITED BY SIZE
                  INTO DUPLICATE-REPORT-LINE.
           WRITE DUPLICATE-REPORT-LINE.
           MOVE SPACES TO DUPLICATE-REPORT-LINE.
           STRING "                    "   DELIMITED BY SIZE
                  ST-STUDENT-ID (OT-IDX)   DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  ST-FIRST-NAME (OT-IDX)   DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  ST-LAST-NAME (OT-IDX)    DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  ST-STREET (OT-IDX)       DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  ST-CITY (OT-IDX)         DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  ST-POSTAL-CODE (OT-IDX)  DELIMITED BY SIZE
                  INTO DUPLICATE-REPORT-LINE.
           WRITE DUPLICATE-REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO DUPLICATE-REPORT-LINE.
           STRING "PROBABLE DUPLICATE STUDENT IDS   RUN DATE "
                                 DELIMITED BY SIZE
                  RUN-DATE       DELIMITED BY SIZE
                  INTO DUPLICATE-REPORT-LINE.
           WRITE DUPLICATE-REPORT-LINE.
           MOVE SPACES TO DUPLICATE-REPORT-LINE.
           WRITE DUPLICATE-REPORT-LINE.
           MOVE "MATCH               ID      NAME / ADDRESS"
               TO DUPLICATE-REPORT-LINE.
           WRITE DUPLICATE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO DUPLICATE-REPORT-LINE.
           WRITE DUPLICATE-REPORT-LINE.
           MOVE SPACES TO DUPLICATE-REPORT-LINE.
           STRING "STUDENT IDS="     DELIMITED BY SIZE
                  STUDENT-COUNT      DELIMITED BY SIZE
                  " NO ADDRESS="     DELIMITED BY SIZE
                  NO-ADDRESS-COUNT   DELIMITED BY SIZE
                  " PROBABLE PAIRS=" DELIMITED BY SIZE
                  PROBABLE-COUNT     DELIMITED BY SIZE
                  " NAME-ONLY PAIRS=" DELIMITED BY SIZE
                  NAME-ONLY-COUNT    DELIMITED BY SIZE
                  INTO DUPLICATE-REPORT-LINE.
           WRITE DUPLICATE-REPORT-LINE.

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
              DISPLAY "STUDENT-DUP-DETECT: NO PROCESSING DATE ON "
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
