               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-REPORT-FILE ASSIGN TO "ARCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSCRIPT-FILE.
           05  KT-RUN-DATE        PIC X(8).
       FD  ARCHIVE-REPORT-FILE.
       01  ARCHIVE-REPORT-LINE    PIC X(120).
       FD  CALENDAR-CONTROL-FILE.
       01  CALENDAR-CONTROL-RECORD.
           COPY CALCTL.
       WORKING-STORAGE SECTION.
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  TRANS-EOF-FLAG PIC X(1) VALUE "N".
           88  TRANS-END-OF-FILE      VALUE "Y".
       77  RUN-DATE           PIC X(8).
           88  TT-FOUND           VALUE "Y".
           88  TT-NOT-FOUND       VALUE "N".
       77  RPT-IDX            PIC 9(2).
       77  CALENDAR-TERM-COUNT PIC 9(3) VALUE 0.
       77  CALENDAR-TERM-MAX  PIC 9(3) VALUE 100.
       77  LATEST-TERM-START  PIC X(8).

       01  RUN-DATE-PARTS.
           05  RDP-YEAR           PIC X(4).
               05  TT-TERM-CODE      PIC X(5).
               05  TT-MOVED-COUNT    PIC 9(7) VALUE 0.
               05  TT-KEPT-COUNT     PIC 9(7) VALUE 0.

       01  CALENDAR-TERM-TABLE.
           03  CALENDAR-TERM-ENTRY OCCURS 100 TIMES
                   INDEXED BY CT-IDX.
               05  CT-TERM-CODE      PIC X(5).
               05  CT-TERM-START     PIC X(8).
       PROCEDURE DIVISION.
      * Term-end archival of the transcript file.  Records with a
      * run date before the YYYYMMDD cutoff parm move to the
      * transcript history file under their term code from the
      * calendar control file; a blank parm takes the start date
      * of the current calendar term as the cutoff.  Everything
      * else is written to the kept file that replaces the live
      * TRANSCPT, so the file STUDENT-SCORE extends every night
      * stops growing without bound.  The report shows moved and
      * kept counts per term.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           ACCEPT CUTOFF-DATE FROM COMMAND-LINE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           IF CUTOFF-DATE = SPACES
              PERFORM SET-DEFAULT-CUTOFF
           END-IF.
           IF CUTOFF-DATE NOT NUMERIC
              DISPLAY "TRANSCRIPT-ARCHIVE: CUTOFF DATE PARM NOT "
                      "YYYYMMDD OR CURRENT TERM NOT ON CALENDAR"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           END-IF.
           PERFORM READ-TRANSCRIPT-RECORD.

       SET-DEFAULT-CUTOFF.
           IF CALENDAR-TERM-COUNT > 0
              SET CT-IDX TO 1
              PERFORM SCAN-CURRENT-TERM
                  UNTIL CT-IDX > CALENDAR-TERM-COUNT
           END-IF.

       SCAN-CURRENT-TERM.
           IF CT-TERM-CODE (CT-IDX) = CALENDAR-TERM
              MOVE CT-TERM-START (CT-IDX) TO CUTOFF-DATE
           END-IF.
           SET CT-IDX UP BY 1.

      * A line takes the calendar term whose start date is the
      * latest on or before its run date, so a line posted in the
      * break between terms stays with the term just ended.  Lines
      * older than every term on the calendar keep the half-year
      * rule they were always archived under.
       SET-TERM-CODE.
           MOVE SPACES TO TERM-CODE.
           MOVE LOW-VALUES TO LATEST-TERM-START.
           IF CALENDAR-TERM-COUNT > 0
              SET CT-IDX TO 1
              PERFORM SCAN-CALENDAR-TERM
                  UNTIL CT-IDX > CALENDAR-TERM-COUNT
           END-IF.
           IF TERM-CODE = SPACES
              MOVE TR-RUN-DATE TO RUN-DATE-PARTS
              IF RDP-MONTH > 06
                 STRING RDP-YEAR "2" DELIMITED BY SIZE
                     INTO TERM-CODE
              ELSE
                 STRING RDP-YEAR "1" DELIMITED BY SIZE
                     INTO TERM-CODE
              END-IF
           END-IF.

       SCAN-CALENDAR-TERM.
           IF CT-TERM-START (CT-IDX) NOT > TR-RUN-DATE
              AND CT-TERM-START (CT-IDX) > LATEST-TERM-START
              MOVE CT-TERM-START (CT-IDX) TO LATEST-TERM-START
              MOVE CT-TERM-CODE (CT-IDX)  TO TERM-CODE
           END-IF.
           SET CT-IDX UP BY 1.

       FIND-TERM-ENTRY.
           SET TT-NOT-FOUND TO TRUE.
                  INTO ARCHIVE-REPORT-LINE.
           WRITE ARCHIVE-REPORT-LINE.
           ADD 1 TO RPT-IDX.

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
              DISPLAY "TRANSCRIPT-ARCHIVE: NO PROCESSING DATE ON "
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
           IF CC-TERM-RECORD
              PERFORM LOAD-CALENDAR-TERM
           END-IF.
           PERFORM READ-CALENDAR-RECORD.

       LOAD-CALENDAR-TERM.
           IF CALENDAR-TERM-COUNT >= CALENDAR-TERM-MAX
              DISPLAY "TRANSCRIPT-ARCHIVE: CALENDAR TERM TABLE FULL AT "
                      CALENDAR-TERM-MAX " ENTRIES"
              CLOSE CALENDAR-CONTROL-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO CALENDAR-TERM-COUNT.
           SET CT-IDX TO CALENDAR-TERM-COUNT.
           MOVE CC-TERM-CODE  TO CT-TERM-CODE (CT-IDX).
           MOVE CC-TERM-START TO CT-TERM-START (CT-IDX).
