       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-HISTORY-ARCHIVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-CONTROL-FILE.
       01  CALENDAR-CONTROL-RECORD.
           COPY CALCTL.
       FD  RUN-STATUS-FILE.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTL.
       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD.
           COPY RUNHIST.
       WORKING-STORAGE SECTION.
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  STAT-EOF-FLAG  PIC X(1) VALUE "N".
           88  STAT-END-OF-FILE       VALUE "Y".
       77  CTL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CTL-END-OF-FILE        VALUE "Y".
       77  HIST-EOF-FLAG  PIC X(1) VALUE "N".
           88  HIST-END-OF-FILE       VALUE "Y".
       77  ARCHIVED-FLAG  PIC X(1) VALUE "N".
           88  ALREADY-ARCHIVED       VALUE "Y".
       77  FIRST-TYPE         PIC X(1).
       77  FIRST-RUN-DATE     PIC X(8).
       77  FIRST-PROGRAM      PIC X(8).
       77  FIRST-STATUS       PIC X(5).
       77  FIRST-TIME         PIC X(8).
       77  FIRST-COUNTER-NAME PIC X(12).
       77  FIRST-COUNT        PIC 9(9).
       77  FIRST-AMOUNT       PIC 9(9)V99.
       77  ARCHIVE-SEQ        PIC 9(5) VALUE 0.
       77  STATUS-ARCHIVED    PIC 9(5) VALUE 0.
       77  COUNTERS-ARCHIVED  PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
      * First step of the nightly job, ahead of the steps that
      * scratch the run-status and run-control files.  Appends
      * every status record and every counter still on them - the
      * previous night's START/END records and counts, plus the
      * counters the bursar stream added since - to the permanent
      * run history, stamped with tonight's processing date and a
      * running sequence number.
      *
      * If the job is resubmitted from the top without the scratch
      * steps having run, the same records would go on twice.  The
      * first record of the working files is looked for on the
      * history before anything is written; when it is already
      * there the files were archived by an earlier submission and
      * nothing is appended.  A night rerun from the top after a
      * partial run is different: the scratch steps did run, so
      * the partial attempt's records are new and are kept - that
      * is how the history shows the reruns.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           OPEN INPUT RUN-STATUS-FILE
                      RUN-CONTROL-FILE
                      RUN-HISTORY-FILE.
           PERFORM READ-STATUS-RECORD.
           PERFORM READ-CONTROL-RECORD.
           IF STAT-END-OF-FILE AND CTL-END-OF-FILE
              DISPLAY "RUN-HISTORY-ARCHIVE: RUN-STATUS AND "
                      "RUN-CONTROL FILES EMPTY - NOTHING TO ARCHIVE"
              PERFORM CLOSE-FILES
              STOP RUN
           END-IF.
           PERFORM SET-FIRST-RECORD.
           PERFORM READ-HISTORY-RECORD.
           PERFORM CHECK-HISTORY-RECORD
               UNTIL HIST-END-OF-FILE OR ALREADY-ARCHIVED.
           IF ALREADY-ARCHIVED
              DISPLAY "RUN-HISTORY-ARCHIVE: RUN FILES FOR "
                      FIRST-RUN-DATE " ALREADY ON THE HISTORY - "
                      "NOTHING APPENDED"
              PERFORM CLOSE-FILES
              STOP RUN
           END-IF.
           CLOSE RUN-HISTORY-FILE.
           OPEN EXTEND RUN-HISTORY-FILE.
           PERFORM ARCHIVE-STATUS-RECORD UNTIL STAT-END-OF-FILE.
           PERFORM ARCHIVE-CONTROL-RECORD UNTIL CTL-END-OF-FILE.
           DISPLAY "RUN-HISTORY-ARCHIVE: ARCHIVE DATE "
                   CALENDAR-DATE
                   " STATUS=" STATUS-ARCHIVED
                   " COUNTERS=" COUNTERS-ARCHIVED.
           PERFORM CLOSE-FILES.
           STOP RUN.

       CLOSE-FILES.
           CLOSE RUN-STATUS-FILE RUN-CONTROL-FILE RUN-HISTORY-FILE.

       READ-STATUS-RECORD.
           READ RUN-STATUS-FILE
               AT END SET STAT-END-OF-FILE TO TRUE
           END-READ.

       READ-CONTROL-RECORD.
           READ RUN-CONTROL-FILE
               AT END SET CTL-END-OF-FILE TO TRUE
           END-READ.

       READ-HISTORY-RECORD.
           READ RUN-HISTORY-FILE
               AT END SET HIST-END-OF-FILE TO TRUE
           END-READ.

      * The record that would be archived first, laid out the way
      * it would sit on the history.
       SET-FIRST-RECORD.
           IF NOT STAT-END-OF-FILE
              MOVE "S"            TO FIRST-TYPE
              MOVE RS-RUN-DATE    TO FIRST-RUN-DATE
              MOVE RS-PROGRAM     TO FIRST-PROGRAM
              MOVE RS-STATUS      TO FIRST-STATUS
              MOVE RS-TIME        TO FIRST-TIME
              MOVE SPACES         TO FIRST-COUNTER-NAME
              MOVE 0              TO FIRST-COUNT
              MOVE 0              TO FIRST-AMOUNT
           ELSE
              MOVE "C"            TO FIRST-TYPE
              MOVE RC-RUN-DATE    TO FIRST-RUN-DATE
              MOVE RC-PROGRAM     TO FIRST-PROGRAM
              MOVE SPACES         TO FIRST-STATUS
              MOVE SPACES         TO FIRST-TIME
              MOVE RC-COUNTER-NAME TO FIRST-COUNTER-NAME
              MOVE RC-COUNT       TO FIRST-COUNT
              MOVE RC-AMOUNT      TO FIRST-AMOUNT
           END-IF.

       CHECK-HISTORY-RECORD.
           IF RH-RECORD-TYPE = FIRST-TYPE
              AND RH-RUN-DATE = FIRST-RUN-DATE
              AND RH-PROGRAM = FIRST-PROGRAM
              AND RH-STATUS = FIRST-STATUS
              AND RH-TIME = FIRST-TIME
              AND RH-COUNTER-NAME = FIRST-COUNTER-NAME
              AND RH-COUNT = FIRST-COUNT
              AND RH-AMOUNT = FIRST-AMOUNT
              SET ALREADY-ARCHIVED TO TRUE
           ELSE
              PERFORM READ-HISTORY-RECORD
           END-IF.

       ARCHIVE-STATUS-RECORD.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           SET RH-STATUS-RECORD TO TRUE.
           PERFORM STAMP-HISTORY-RECORD.
           MOVE RS-RUN-DATE TO RH-RUN-DATE.
           MOVE RS-PROGRAM  TO RH-PROGRAM.
           MOVE RS-STATUS   TO RH-STATUS.
           MOVE RS-TIME     TO RH-TIME.
           MOVE 0           TO RH-COUNT.
           MOVE 0           TO RH-AMOUNT.
           WRITE RUN-HISTORY-RECORD.
           ADD 1 TO STATUS-ARCHIVED.
           PERFORM READ-STATUS-RECORD.

       ARCHIVE-CONTROL-RECORD.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           SET RH-COUNTER-RECORD TO TRUE.
           PERFORM STAMP-HISTORY-RECORD.
           MOVE RC-RUN-DATE     TO RH-RUN-DATE.
           MOVE RC-PROGRAM      TO RH-PROGRAM.
           MOVE RC-COUNTER-NAME TO RH-COUNTER-NAME.
           MOVE RC-COUNT        TO RH-COUNT.
           MOVE RC-AMOUNT       TO RH-AMOUNT.
           WRITE RUN-HISTORY-RECORD.
           ADD 1 TO COUNTERS-ARCHIVED.
           PERFORM READ-CONTROL-RECORD.

       STAMP-HISTORY-RECORD.
           ADD 1 TO ARCHIVE-SEQ.
           MOVE CALENDAR-DATE TO RH-ARCHIVE-DATE.
           MOVE ARCHIVE-SEQ   TO RH-ARCHIVE-SEQ.

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
              DISPLAY "RUN-HISTORY-ARCHIVE: NO PROCESSING DATE ON "
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
