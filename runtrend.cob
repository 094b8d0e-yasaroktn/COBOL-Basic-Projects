       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-TREND-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TREND-REPORT-FILE ASSIGN TO "TRENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-CONTROL-FILE.
       01  CALENDAR-CONTROL-RECORD.
           COPY CALCTL.
       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD.
           COPY RUNHIST.
       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-LINE      PIC X(120).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-RUN-DATE        PIC X(8).
           05  SW-RECORD-TYPE     PIC X(1).
           05  SW-PROGRAM         PIC X(8).
           05  SW-STATUS          PIC X(5).
           05  SW-TIME            PIC X(8).
           05  SW-COUNT           PIC 9(9).
       WORKING-STORAGE SECTION.
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  HIST-EOF-FLAG  PIC X(1) VALUE "N".
           88  HIST-END-OF-FILE       VALUE "Y".
       77  SORT-EOF-FLAG  PIC X(1) VALUE "N".
           88  SORT-END-OF-FILE       VALUE "Y".
       77  STEP-FLAG      PIC X(1).
           88  STEP-FOUND         VALUE "Y".
           88  STEP-NOT-FOUND     VALUE "N".
       77  OUTLIER-FLAG   PIC X(1).
           88  IS-OUTLIER         VALUE "Y".
       77  REPORT-NIGHTS  PIC 9(2) VALUE 7.
       77  BASE-NIGHTS    PIC 9(3) VALUE 28.
       77  OUTLIER-PCT    PIC 9(3) VALUE 50.
       77  NIGHT-MAX      PIC 9(2) VALUE 7.
       77  BASE-MAX       PIC 9(3) VALUE 0.
       77  BASE-MIN       PIC 9(3) VALUE 3.
       77  ELAPSED-FLOOR  PIC 9(5) VALUE 60.
       77  VOLUME-FLOOR   PIC 9(5) VALUE 100.
       77  TREND-STEADY-PCT PIC 9(3) VALUE 10.
       77  WINDOW-NIGHTS  PIC 9(3) VALUE 0.
       77  NIGHT-NUMBER   PIC 9(3) VALUE 0.
       77  NIGHTS-FOUND   PIC 9(3) VALUE 0.
       77  REPORT-FOUND   PIC 9(2) VALUE 0.
       77  BASE-FOUND     PIC 9(3) VALUE 0.
       77  CURRENT-NIGHT  PIC X(8) VALUE SPACES.
       77  SKIPPED-NIGHT  PIC X(8) VALUE SPACES.
       77  STEP-COUNT     PIC 9(3) VALUE 0.
       77  STEP-MAX       PIC 9(3) VALUE 060.
       77  STEP-NUMBER    PIC 9(3) VALUE 0.
       77  COL-NUMBER     PIC 9(2) VALUE 0.
       77  SLOT-NUMBER    PIC 9(2) VALUE 0.
       77  TIME-SECONDS   PIC 9(5) VALUE 0.
       77  NIGHT-ELAPSED  PIC 9(9) VALUE 0.
       77  BASE-TOTAL-ELAPSED PIC 9(9) VALUE 0.
       77  CELL-VALUE     PIC 9(9) VALUE 0.
       77  CELL-AVERAGE   PIC 9(9) VALUE 0.
       77  CELL-DIFF      PIC 9(9) VALUE 0.
       77  CELL-FLOOR     PIC 9(5) VALUE 0.
       77  CELL-BASE-NIGHTS PIC 9(3) VALUE 0.
       77  TREND-SUM      PIC 9(11) VALUE 0.
       77  TREND-NIGHTS   PIC 9(2) VALUE 0.
       77  TREND-CURRENT  PIC 9(9) VALUE 0.
       77  TREND-PCT      PIC 9(5) VALUE 0.
       77  RERUN-COUNT    PIC 9(5) VALUE 0.
       77  FAILURE-COUNT  PIC 9(5) VALUE 0.
       77  OUTLIER-COUNT  PIC 9(5) VALUE 0.
       77  EXCEPTION-STEP PIC X(10) VALUE SPACES.
       77  EXCEPTION-TEXT PIC X(80) VALUE SPACES.
       77  STARTS-SEEN    PIC 9(5) VALUE 0.
       77  EDIT-COUNT     PIC ZZ9.
       77  EDIT-PCT       PIC ZZZZ9.
       77  EDIT-VALUE     PIC ZZZZZZZZ9.
       77  EDIT-AVERAGE   PIC ZZZZZZZZ9.

       01  TREND-PARM.
           05  TP-NIGHTS-X        PIC X(2).
           05  TP-NIGHTS-N REDEFINES TP-NIGHTS-X
                                  PIC 9(2).
           05  TP-BASE-X          PIC X(3).
           05  TP-BASE-N REDEFINES TP-BASE-X
                                  PIC 9(3).
           05  TP-PCT-X           PIC X(3).
           05  TP-PCT-N REDEFINES TP-PCT-X
                                  PIC 9(3).

       01  TIME-PARTS.
           05  TM-HOURS           PIC 9(2).
           05  TM-MINUTES         PIC 9(2).
           05  TM-SECONDS         PIC 9(2).
           05  TM-HUNDREDTHS      PIC 9(2).

       01  STEP-TABLE.
           03  STEP-ENTRY OCCURS 60 TIMES
                   INDEXED BY SE-IDX.
               05  SE-PROGRAM           PIC X(8).
               05  SE-CUR-STARTS        PIC 9(3).
               05  SE-CUR-START-SECS    PIC 9(5).
               05  SE-CUR-OPEN-FLAG     PIC X(1).
                   88  SE-CUR-OPEN          VALUE "Y".
               05  SE-CUR-ENDED-FLAG    PIC X(1).
                   88  SE-CUR-ENDED         VALUE "Y".
               05  SE-CUR-ELAPSED       PIC 9(5).
               05  SE-CUR-VOLUME-FLAG   PIC X(1).
                   88  SE-CUR-HAS-VOLUME    VALUE "Y".
               05  SE-CUR-VOLUME        PIC 9(9).
               05  SE-BASE-ELAPSED      PIC 9(9).
               05  SE-BASE-ELAPSED-NIGHTS PIC 9(3).
               05  SE-BASE-VOLUME       PIC 9(11).
               05  SE-BASE-VOLUME-NIGHTS PIC 9(3).
               05  SE-NIGHT OCCURS 7 TIMES
                       INDEXED BY SN-IDX.
                   07  SN-STARTS        PIC 9(3).
                   07  SN-ENDED-FLAG    PIC X(1).
                       88  SN-ENDED         VALUE "Y".
                   07  SN-FAILED-FLAG   PIC X(1).
                       88  SN-FAILED        VALUE "Y".
                   07  SN-ELAPSED       PIC 9(5).
                   07  SN-VOLUME-FLAG   PIC X(1).
                       88  SN-HAS-VOLUME    VALUE "Y".
                   07  SN-VOLUME        PIC 9(9).

       01  NIGHT-TABLE.
           03  NIGHT-ENTRY OCCURS 7 TIMES
                   INDEXED BY NT-IDX.
               05  NT-RUN-DATE          PIC X(8).
               05  NT-ELAPSED           PIC 9(9).

       01  TREND-HEADING.
           05  TH-TITLE           PIC X(10) VALUE SPACES.
           05  TH-BASE            PIC X(9)  VALUE SPACES.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  TH-CELL OCCURS 7 TIMES.
               07  FILLER         PIC X(1).
               07  TH-DATE        PIC X(8).
               07  FILLER         PIC X(2).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  TH-TREND           PIC X(16) VALUE SPACES.
       01  TREND-LINE.
           05  TL-STEP            PIC X(10) VALUE SPACES.
           05  TL-BASE-AVG        PIC Z(8)9.
           05  TL-BASE-AVG-X REDEFINES TL-BASE-AVG
                                  PIC X(9).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  TL-CELL OCCURS 7 TIMES.
               07  TL-VALUE       PIC Z(8)9.
               07  TL-VALUE-X REDEFINES TL-VALUE
                                  PIC X(9).
               07  TL-FLAG        PIC X(1).
               07  FILLER         PIC X(1).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  TL-TREND           PIC X(16) VALUE SPACES.
       PROCEDURE DIVISION.
      * Weekly batch-window trend report off the permanent run
      * history.  The last REPORT-NIGHTS nights on the history are
      * the report week; the BASE-NIGHTS nights before them are the
      * baseline a step's recent average is taken over.  Defaults
      * are 7 report nights against a 28 night baseline, flagging
      * anything more than 50 percent above or below its average;
      * an eight digit parm overrides them - report nights 9(2)
      * (at most 7), baseline nights 9(3), outlier percent 9(3).
      *
      * For every step and night: the elapsed seconds from the
      * START to the END record (a run past midnight wraps), the
      * number of STARTs (more than one is a rerun) and whether
      * the last START never reached a clean END (a failure).  The
      * step's volume is the largest run-control count it wrote
      * that night, normally its records read.  A night's figure
      * is an outlier when it is off the step's baseline average
      * by more than the outlier percent - and, so that seconds
      * and handfuls of records do not raise noise, by at least
      * ELAPSED-FLOOR seconds or VOLUME-FLOOR records.  A step
      * needs BASE-MIN baseline nights before it is judged.  The
      * ALL STEPS line sums the steps' elapsed times per night, the
      * best single measure of the batch window filling up.
      *
      * A night is a run date with status records on the history.
      * A date carrying only counters - the bursar stream's counts
      * for a day whose nightly job has not been archived yet - is
      * left out.  Return code 4 when any rerun, failure or
      * outlier is listed.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           PERFORM SET-TREND-PARM.
           COMPUTE WINDOW-NIGHTS = REPORT-NIGHTS + BASE-NIGHTS.
           OPEN INPUT RUN-HISTORY-FILE
                OUTPUT TREND-REPORT-FILE.
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SW-RUN-DATE
                                 SW-RECORD-TYPE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-HISTORY
               OUTPUT PROCEDURE IS TALLY-NIGHTS.
           IF NIGHT-NUMBER > WINDOW-NIGHTS
              MOVE WINDOW-NIGHTS TO NIGHTS-FOUND
           ELSE
              MOVE NIGHT-NUMBER TO NIGHTS-FOUND
           END-IF.
           IF NIGHTS-FOUND > REPORT-NIGHTS
              MOVE REPORT-NIGHTS TO REPORT-FOUND
              COMPUTE BASE-FOUND = NIGHTS-FOUND - REPORT-NIGHTS
           ELSE
              MOVE NIGHTS-FOUND TO REPORT-FOUND
              MOVE 0 TO BASE-FOUND
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           IF NIGHTS-FOUND = 0
              MOVE "NO NIGHTS ON THE RUN HISTORY"
                  TO TREND-REPORT-LINE
              WRITE TREND-REPORT-LINE
           ELSE
              PERFORM PRINT-ELAPSED-SECTION
              PERFORM PRINT-VOLUME-SECTION
              PERFORM PRINT-EXCEPTIONS
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-FILES.
           IF RERUN-COUNT > 0 OR FAILURE-COUNT > 0
              OR OUTLIER-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       CLOSE-FILES.
           CLOSE RUN-HISTORY-FILE TREND-REPORT-FILE.

      * The report week and the baseline together must fit the
      * three-digit night window.
       SET-TREND-PARM.
           ACCEPT TREND-PARM FROM COMMAND-LINE.
           IF TP-NIGHTS-X IS NUMERIC
              MOVE TP-NIGHTS-N TO REPORT-NIGHTS
           END-IF.
           IF TP-BASE-X IS NUMERIC
              MOVE TP-BASE-N TO BASE-NIGHTS
           END-IF.
           IF TP-PCT-X IS NUMERIC
              MOVE TP-PCT-N TO OUTLIER-PCT
           END-IF.
           COMPUTE BASE-MAX = 999 - NIGHT-MAX.
           IF REPORT-NIGHTS = 0 OR REPORT-NIGHTS > NIGHT-MAX
              OR BASE-NIGHTS = 0 OR BASE-NIGHTS > BASE-MAX
              OR OUTLIER-PCT = 0
              DISPLAY "RUN-TREND-REPORT: PARM " TREND-PARM
                      " INVALID - REPORT NIGHTS 1 TO " NIGHT-MAX
                      ", BASELINE 1 TO " BASE-MAX
                      ", PERCENT ABOVE ZERO"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       READ-HISTORY-RECORD.
           READ RUN-HISTORY-FILE
               AT END SET HIST-END-OF-FILE TO TRUE
           END-READ.

      * The history goes to the sort newest night first, status
      * records ahead of counters within a night and, within each,
      * in the order they were written.
       RELEASE-HISTORY.
           PERFORM READ-HISTORY-RECORD.
           PERFORM RELEASE-HISTORY-ENTRY UNTIL HIST-END-OF-FILE.

       RELEASE-HISTORY-ENTRY.
           IF RH-RUN-DATE NOT = SPACES
              AND RH-RUN-DATE NOT > CALENDAR-DATE
              MOVE RH-RUN-DATE    TO SW-RUN-DATE
              MOVE RH-RECORD-TYPE TO SW-RECORD-TYPE
              MOVE RH-PROGRAM     TO SW-PROGRAM
              MOVE RH-STATUS      TO SW-STATUS
              MOVE RH-TIME        TO SW-TIME
              MOVE RH-COUNT       TO SW-COUNT
              RELEASE SORT-WORK-RECORD
           END-IF.
           PERFORM READ-HISTORY-RECORD.

      * Nights are numbered from the newest, 1 to REPORT-NIGHTS
      * being the report week.  Once the night past the baseline
      * starts nothing further is needed from the sort.
       TALLY-NIGHTS.
           PERFORM RETURN-SORTED-RECORD.
           PERFORM TALLY-SORTED-RECORD
               UNTIL SORT-END-OF-FILE
                  OR NIGHT-NUMBER > WINDOW-NIGHTS.
           IF NIGHT-NUMBER > 0 AND NIGHT-NUMBER NOT > WINDOW-NIGHTS
              PERFORM CLOSE-NIGHT
           END-IF.

       RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END SET SORT-END-OF-FILE TO TRUE
           END-RETURN.

       TALLY-SORTED-RECORD.
           IF SW-RUN-DATE NOT = CURRENT-NIGHT
              AND SW-RUN-DATE NOT = SKIPPED-NIGHT
              IF SW-RECORD-TYPE = "C"
                 MOVE SW-RUN-DATE TO SKIPPED-NIGHT
              ELSE
                 PERFORM START-NIGHT
              END-IF
           END-IF.
           IF SW-RUN-DATE = CURRENT-NIGHT
              AND NIGHT-NUMBER NOT > WINDOW-NIGHTS
              PERFORM TALLY-STEP-RECORD
           END-IF.
           PERFORM RETURN-SORTED-RECORD.

       START-NIGHT.
           IF NIGHT-NUMBER > 0
              PERFORM CLOSE-NIGHT
           END-IF.
           ADD 1 TO NIGHT-NUMBER.
           MOVE SW-RUN-DATE TO CURRENT-NIGHT.
           IF NIGHT-NUMBER NOT > REPORT-NIGHTS
              SET NT-IDX TO NIGHT-NUMBER
              MOVE SW-RUN-DATE TO NT-RUN-DATE (NT-IDX)
              MOVE 0 TO NT-ELAPSED (NT-IDX)
           END-IF.

      * The night just tallied goes into its report-week column or
      * onto the steps' baseline totals, and every step's running
      * figures are cleared for the next night.
       CLOSE-NIGHT.
           MOVE 0 TO NIGHT-ELAPSED.
           IF STEP-COUNT > 0
              SET SE-IDX TO 1
              PERFORM CLOSE-STEP-NIGHT UNTIL SE-IDX > STEP-COUNT
           END-IF.
           IF NIGHT-NUMBER NOT > REPORT-NIGHTS
              SET NT-IDX TO NIGHT-NUMBER
              MOVE NIGHT-ELAPSED TO NT-ELAPSED (NT-IDX)
           ELSE
              ADD NIGHT-ELAPSED TO BASE-TOTAL-ELAPSED
           END-IF.

       CLOSE-STEP-NIGHT.
           IF NIGHT-NUMBER NOT > REPORT-NIGHTS
              SET SN-IDX TO NIGHT-NUMBER
              MOVE SE-CUR-STARTS (SE-IDX)
                  TO SN-STARTS (SE-IDX SN-IDX)
              MOVE SE-CUR-ENDED-FLAG (SE-IDX)
                  TO SN-ENDED-FLAG (SE-IDX SN-IDX)
              MOVE SE-CUR-OPEN-FLAG (SE-IDX)
                  TO SN-FAILED-FLAG (SE-IDX SN-IDX)
              MOVE SE-CUR-ELAPSED (SE-IDX)
                  TO SN-ELAPSED (SE-IDX SN-IDX)
              MOVE SE-CUR-VOLUME-FLAG (SE-IDX)
                  TO SN-VOLUME-FLAG (SE-IDX SN-IDX)
              MOVE SE-CUR-VOLUME (SE-IDX)
                  TO SN-VOLUME (SE-IDX SN-IDX)
           ELSE
              IF SE-CUR-ENDED (SE-IDX)
                 ADD SE-CUR-ELAPSED (SE-IDX)
                     TO SE-BASE-ELAPSED (SE-IDX)
                 ADD 1 TO SE-BASE-ELAPSED-NIGHTS (SE-IDX)
              END-IF
              IF SE-CUR-HAS-VOLUME (SE-IDX)
                 ADD SE-CUR-VOLUME (SE-IDX)
                     TO SE-BASE-VOLUME (SE-IDX)
                 ADD 1 TO SE-BASE-VOLUME-NIGHTS (SE-IDX)
              END-IF
           END-IF.
           IF SE-CUR-ENDED (SE-IDX)
              ADD SE-CUR-ELAPSED (SE-IDX) TO NIGHT-ELAPSED
           END-IF.
           PERFORM CLEAR-STEP-NIGHT.
           SET SE-IDX UP BY 1.

       CLEAR-STEP-NIGHT.
           MOVE 0   TO SE-CUR-STARTS (SE-IDX).
           MOVE 0   TO SE-CUR-START-SECS (SE-IDX).
           MOVE "N" TO SE-CUR-OPEN-FLAG (SE-IDX).
           MOVE "N" TO SE-CUR-ENDED-FLAG (SE-IDX).
           MOVE 0   TO SE-CUR-ELAPSED (SE-IDX).
           MOVE "N" TO SE-CUR-VOLUME-FLAG (SE-IDX).
           MOVE 0   TO SE-CUR-VOLUME (SE-IDX).

       TALLY-STEP-RECORD.
           PERFORM FIND-STEP-ENTRY.
           IF STEP-NOT-FOUND
              PERFORM ADD-STEP-ENTRY
           END-IF.
           IF SW-RECORD-TYPE = "S"
              PERFORM TALLY-STATUS-RECORD
           ELSE
              IF SW-COUNT > SE-CUR-VOLUME (SE-IDX)
                 MOVE SW-COUNT TO SE-CUR-VOLUME (SE-IDX)
              END-IF
              MOVE "Y" TO SE-CUR-VOLUME-FLAG (SE-IDX)
           END-IF.

      * An END closes the latest START; the elapsed time is taken
      * from that START, so a failed attempt earlier in the night
      * does not count against the run that finished.
       TALLY-STATUS-RECORD.
           IF SW-TIME IS NUMERIC
              MOVE SW-TIME TO TIME-PARTS
              COMPUTE TIME-SECONDS = TM-HOURS * 3600
                                   + TM-MINUTES * 60 + TM-SECONDS
              IF SW-STATUS = "START"
                 ADD 1 TO SE-CUR-STARTS (SE-IDX)
                 MOVE TIME-SECONDS TO SE-CUR-START-SECS (SE-IDX)
                 MOVE "Y" TO SE-CUR-OPEN-FLAG (SE-IDX)
              END-IF
              IF SW-STATUS = "END  " AND SE-CUR-OPEN (SE-IDX)
                 IF TIME-SECONDS < SE-CUR-START-SECS (SE-IDX)
                    COMPUTE SE-CUR-ELAPSED (SE-IDX) =
                        TIME-SECONDS + 86400
                        - SE-CUR-START-SECS (SE-IDX)
                 ELSE
                    COMPUTE SE-CUR-ELAPSED (SE-IDX) =
                        TIME-SECONDS - SE-CUR-START-SECS (SE-IDX)
                 END-IF
                 MOVE "Y" TO SE-CUR-ENDED-FLAG (SE-IDX)
                 MOVE "N" TO SE-CUR-OPEN-FLAG (SE-IDX)
              END-IF
           END-IF.

       FIND-STEP-ENTRY.
           SET STEP-NOT-FOUND TO TRUE.
           IF STEP-COUNT > 0
              SET SE-IDX TO 1
              PERFORM SCAN-STEP-ENTRY
                  UNTIL STEP-FOUND OR SE-IDX > STEP-COUNT
           END-IF.

       SCAN-STEP-ENTRY.
           IF SE-PROGRAM (SE-IDX) = SW-PROGRAM
              SET STEP-FOUND TO TRUE
           ELSE
              SET SE-IDX UP BY 1
           END-IF.

       ADD-STEP-ENTRY.
           IF STEP-COUNT >= STEP-MAX
              DISPLAY "RUN-TREND-REPORT: STEP TABLE FULL AT "
                      STEP-MAX " STEPS"
              PERFORM CLOSE-FILES
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO STEP-COUNT.
           SET SE-IDX TO STEP-COUNT.
           MOVE SW-PROGRAM TO SE-PROGRAM (SE-IDX).
           PERFORM CLEAR-STEP-NIGHT.
           MOVE 0 TO SE-BASE-ELAPSED (SE-IDX).
           MOVE 0 TO SE-BASE-ELAPSED-NIGHTS (SE-IDX).
           MOVE 0 TO SE-BASE-VOLUME (SE-IDX).
           MOVE 0 TO SE-BASE-VOLUME-NIGHTS (SE-IDX).
           SET SN-IDX TO 1.
           PERFORM CLEAR-STEP-COLUMN UNTIL SN-IDX > NIGHT-MAX.

       CLEAR-STEP-COLUMN.
           MOVE 0   TO SN-STARTS (SE-IDX SN-IDX).
           MOVE "N" TO SN-ENDED-FLAG (SE-IDX SN-IDX).
           MOVE "N" TO SN-FAILED-FLAG (SE-IDX SN-IDX).
           MOVE 0   TO SN-ELAPSED (SE-IDX SN-IDX).
           MOVE "N" TO SN-VOLUME-FLAG (SE-IDX SN-IDX).
           MOVE 0   TO SN-VOLUME (SE-IDX SN-IDX).
           SET SN-IDX UP BY 1.

       WRITE-REPORT-HEADING.
           MOVE REPORT-FOUND TO EDIT-COUNT.
           MOVE SPACES TO TREND-REPORT-LINE.
           STRING "BATCH WINDOW TREND REPORT  RUN DATE "
                                 DELIMITED BY SIZE
                  CALENDAR-DATE  DELIMITED BY SIZE
                  "  REPORT NIGHTS" DELIMITED BY SIZE
                  EDIT-COUNT     DELIMITED BY SIZE
                  INTO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           MOVE BASE-FOUND TO EDIT-COUNT.
           MOVE OUTLIER-PCT TO EDIT-PCT.
           MOVE SPACES TO TREND-REPORT-LINE.
           STRING "BASELINE NIGHTS" DELIMITED BY SIZE
                  EDIT-COUNT     DELIMITED BY SIZE
                  "  OUTLIER WHEN OFF THE BASELINE AVERAGE BY OVER"
                                 DELIMITED BY SIZE
                  EDIT-PCT       DELIMITED BY SIZE
                  " PCT"         DELIMITED BY SIZE
                  INTO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           MOVE SPACES TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.

      * The column headings run oldest night to newest, left to
      * right, so a step creeping up reads across the page.
       WRITE-COLUMN-HEADING.
           MOVE SPACES TO TREND-HEADING.
           MOVE "STEP"      TO TH-TITLE.
           MOVE " BASE AVG" TO TH-BASE.
           MOVE "TREND"     TO TH-TREND.
           MOVE 1 TO COL-NUMBER.
           PERFORM SET-HEADING-DATE UNTIL COL-NUMBER > REPORT-FOUND.
           MOVE TREND-HEADING TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.

       SET-HEADING-DATE.
           COMPUTE SLOT-NUMBER = REPORT-FOUND - COL-NUMBER + 1.
           SET NT-IDX TO SLOT-NUMBER.
           MOVE NT-RUN-DATE (NT-IDX) TO TH-DATE (COL-NUMBER).
           ADD 1 TO COL-NUMBER.

       PRINT-ELAPSED-SECTION.
           MOVE SPACES TO TREND-REPORT-LINE.
           STRING "ELAPSED SECONDS PER STEP   " DELIMITED BY SIZE
                  "R=RERUN  F=FAILED  *=OUTLIER" DELIMITED BY SIZE
                  INTO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           PERFORM WRITE-COLUMN-HEADING.
           MOVE 1 TO STEP-NUMBER.
           PERFORM PRINT-ELAPSED-LINE UNTIL STEP-NUMBER > STEP-COUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE SPACES TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.

      * Steps that write no status records (the bursar stream's)
      * have no elapsed line.
       PRINT-ELAPSED-LINE.
           SET SE-IDX TO STEP-NUMBER.
           MOVE SPACES TO TREND-LINE.
           MOVE SE-PROGRAM (SE-IDX) TO TL-STEP.
           MOVE 0 TO TREND-SUM.
           MOVE 0 TO TREND-NIGHTS.
           MOVE 0 TO STARTS-SEEN.
           MOVE 1 TO COL-NUMBER.
           PERFORM FILL-ELAPSED-CELL UNTIL COL-NUMBER > REPORT-FOUND.
           PERFORM LOAD-ELAPSED-AVERAGE.
           IF STARTS-SEEN > 0 OR CELL-BASE-NIGHTS > 0
              PERFORM SET-BASE-AVERAGE
              PERFORM SET-TREND
              MOVE TREND-LINE TO TREND-REPORT-LINE
              WRITE TREND-REPORT-LINE
           END-IF.
           ADD 1 TO STEP-NUMBER.

       FILL-ELAPSED-CELL.
           COMPUTE SLOT-NUMBER = REPORT-FOUND - COL-NUMBER + 1.
           SET SN-IDX TO SLOT-NUMBER.
           ADD SN-STARTS (SE-IDX SN-IDX) TO STARTS-SEEN.
           IF SN-STARTS (SE-IDX SN-IDX) = 0
              MOVE "        -" TO TL-VALUE-X (COL-NUMBER)
           ELSE
              IF SN-ENDED (SE-IDX SN-IDX)
                 MOVE SN-ELAPSED (SE-IDX SN-IDX)
                     TO TL-VALUE (COL-NUMBER)
                 ADD SN-ELAPSED (SE-IDX SN-IDX) TO TREND-SUM
                 ADD 1 TO TREND-NIGHTS
                 PERFORM LOAD-ELAPSED-CELL
                 PERFORM CHECK-OUTLIER
                 IF IS-OUTLIER
                    MOVE "*" TO TL-FLAG (COL-NUMBER)
                 END-IF
              ELSE
                 MOVE "        -" TO TL-VALUE-X (COL-NUMBER)
              END-IF
              IF SN-STARTS (SE-IDX SN-IDX) > 1
                 MOVE "R" TO TL-FLAG (COL-NUMBER)
              END-IF
              IF SN-FAILED (SE-IDX SN-IDX)
                 MOVE "F" TO TL-FLAG (COL-NUMBER)
              END-IF
           END-IF.
           ADD 1 TO COL-NUMBER.

       PRINT-TOTAL-LINE.
           MOVE SPACES TO TREND-LINE.
           MOVE "ALL STEPS" TO TL-STEP.
           MOVE 0 TO TREND-SUM.
           MOVE 0 TO TREND-NIGHTS.
           MOVE 1 TO COL-NUMBER.
           PERFORM FILL-TOTAL-CELL UNTIL COL-NUMBER > REPORT-FOUND.
           PERFORM LOAD-TOTAL-AVERAGE.
           PERFORM SET-BASE-AVERAGE.
           PERFORM SET-TREND.
           MOVE TREND-LINE TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.

       FILL-TOTAL-CELL.
           COMPUTE SLOT-NUMBER = REPORT-FOUND - COL-NUMBER + 1.
           SET NT-IDX TO SLOT-NUMBER.
           MOVE NT-ELAPSED (NT-IDX) TO TL-VALUE (COL-NUMBER).
           ADD NT-ELAPSED (NT-IDX) TO TREND-SUM.
           ADD 1 TO TREND-NIGHTS.
           PERFORM LOAD-TOTAL-CELL.
           PERFORM CHECK-OUTLIER.
           IF IS-OUTLIER
              MOVE "*" TO TL-FLAG (COL-NUMBER)
           END-IF.
           ADD 1 TO COL-NUMBER.

       PRINT-VOLUME-SECTION.
           MOVE SPACES TO TREND-REPORT-LINE.
           STRING "VOLUME PER STEP - LARGEST RUN-CONTROL COUNT   "
                                 DELIMITED BY SIZE
                  "*=OUTLIER"    DELIMITED BY SIZE
                  INTO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           PERFORM WRITE-COLUMN-HEADING.
           MOVE 1 TO STEP-NUMBER.
           PERFORM PRINT-VOLUME-LINE UNTIL STEP-NUMBER > STEP-COUNT.
           MOVE SPACES TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.

      * Steps that write no counters have no volume line.
       PRINT-VOLUME-LINE.
           SET SE-IDX TO STEP-NUMBER.
           MOVE SPACES TO TREND-LINE.
           MOVE SE-PROGRAM (SE-IDX) TO TL-STEP.
           MOVE 0 TO TREND-SUM.
           MOVE 0 TO TREND-NIGHTS.
           MOVE 1 TO COL-NUMBER.
           PERFORM FILL-VOLUME-CELL UNTIL COL-NUMBER > REPORT-FOUND.
           PERFORM LOAD-VOLUME-AVERAGE.
           IF TREND-NIGHTS > 0 OR CELL-BASE-NIGHTS > 0
              PERFORM SET-BASE-AVERAGE
              PERFORM SET-TREND
              MOVE TREND-LINE TO TREND-REPORT-LINE
              WRITE TREND-REPORT-LINE
           END-IF.
           ADD 1 TO STEP-NUMBER.

       FILL-VOLUME-CELL.
           COMPUTE SLOT-NUMBER = REPORT-FOUND - COL-NUMBER + 1.
           SET SN-IDX TO SLOT-NUMBER.
           IF SN-HAS-VOLUME (SE-IDX SN-IDX)
              MOVE SN-VOLUME (SE-IDX SN-IDX) TO TL-VALUE (COL-NUMBER)
              ADD SN-VOLUME (SE-IDX SN-IDX) TO TREND-SUM
              ADD 1 TO TREND-NIGHTS
              PERFORM LOAD-VOLUME-CELL
              PERFORM CHECK-OUTLIER
              IF IS-OUTLIER
                 MOVE "*" TO TL-FLAG (COL-NUMBER)
              END-IF
           ELSE
              MOVE "        -" TO TL-VALUE-X (COL-NUMBER)
           END-IF.
           ADD 1 TO COL-NUMBER.

      * The LOAD paragraphs set up CELL-VALUE, CELL-AVERAGE and the
      * rest for CHECK-OUTLIER and SET-TREND from the step at
      * SE-IDX and the night at SN-IDX or NT-IDX.
       LOAD-ELAPSED-AVERAGE.
           MOVE SE-BASE-ELAPSED-NIGHTS (SE-IDX) TO CELL-BASE-NIGHTS.
           MOVE 0 TO CELL-AVERAGE.
           IF CELL-BASE-NIGHTS > 0
              COMPUTE CELL-AVERAGE ROUNDED =
                  SE-BASE-ELAPSED (SE-IDX) / CELL-BASE-NIGHTS
           END-IF.
           MOVE ELAPSED-FLOOR TO CELL-FLOOR.

       LOAD-ELAPSED-CELL.
           PERFORM LOAD-ELAPSED-AVERAGE.
           MOVE SN-ELAPSED (SE-IDX SN-IDX) TO CELL-VALUE.

       LOAD-VOLUME-AVERAGE.
           MOVE SE-BASE-VOLUME-NIGHTS (SE-IDX) TO CELL-BASE-NIGHTS.
           MOVE 0 TO CELL-AVERAGE.
           IF CELL-BASE-NIGHTS > 0
              COMPUTE CELL-AVERAGE ROUNDED =
                  SE-BASE-VOLUME (SE-IDX) / CELL-BASE-NIGHTS
           END-IF.
           MOVE VOLUME-FLOOR TO CELL-FLOOR.

       LOAD-VOLUME-CELL.
           PERFORM LOAD-VOLUME-AVERAGE.
           MOVE SN-VOLUME (SE-IDX SN-IDX) TO CELL-VALUE.

       LOAD-TOTAL-AVERAGE.
           MOVE BASE-FOUND TO CELL-BASE-NIGHTS.
           MOVE 0 TO CELL-AVERAGE.
           IF CELL-BASE-NIGHTS > 0
              COMPUTE CELL-AVERAGE ROUNDED =
                  BASE-TOTAL-ELAPSED / CELL-BASE-NIGHTS
           END-IF.
           MOVE ELAPSED-FLOOR TO CELL-FLOOR.

       LOAD-TOTAL-CELL.
           PERFORM LOAD-TOTAL-AVERAGE.
           MOVE NT-ELAPSED (NT-IDX) TO CELL-VALUE.

       SET-BASE-AVERAGE.
           IF CELL-BASE-NIGHTS > 0
              MOVE CELL-AVERAGE TO TL-BASE-AVG
           ELSE
              MOVE "        -" TO TL-BASE-AVG-X
           END-IF.

       CHECK-OUTLIER.
           MOVE "N" TO OUTLIER-FLAG.
           IF CELL-BASE-NIGHTS >= BASE-MIN
              IF CELL-VALUE > CELL-AVERAGE
                 COMPUTE CELL-DIFF = CELL-VALUE - CELL-AVERAGE
              ELSE
                 COMPUTE CELL-DIFF = CELL-AVERAGE - CELL-VALUE
              END-IF
              IF CELL-DIFF >= CELL-FLOOR
                 AND CELL-DIFF * 100 > CELL-AVERAGE * OUTLIER-PCT
                 SET IS-OUTLIER TO TRUE
              END-IF
           END-IF.

      * The trend compares the report week's average with the
      * baseline average; within TREND-STEADY-PCT either way is
      * steady.
       SET-TREND.
           IF CELL-BASE-NIGHTS < BASE-MIN
              MOVE "NO BASELINE" TO TL-TREND
           ELSE
              IF TREND-NIGHTS = 0
                 MOVE "NOT RUN" TO TL-TREND
              ELSE
                 COMPUTE TREND-CURRENT ROUNDED =
                     TREND-SUM / TREND-NIGHTS
                 IF CELL-AVERAGE = 0
                    IF TREND-CURRENT = 0
                       MOVE "STEADY" TO TL-TREND
                    ELSE
                       MOVE "UP" TO TL-TREND
                    END-IF
                 ELSE
                    PERFORM SET-TREND-PERCENT
                 END-IF
              END-IF
           END-IF.

       SET-TREND-PERCENT.
           IF TREND-CURRENT > CELL-AVERAGE
              COMPUTE TREND-PCT ROUNDED =
                  (TREND-CURRENT - CELL-AVERAGE) * 100 / CELL-AVERAGE
           ELSE
              COMPUTE TREND-PCT ROUNDED =
                  (CELL-AVERAGE - TREND-CURRENT) * 100 / CELL-AVERAGE
           END-IF.
           MOVE TREND-PCT TO EDIT-PCT.
           IF TREND-PCT NOT > TREND-STEADY-PCT
              MOVE "STEADY" TO TL-TREND
           ELSE
              IF TREND-CURRENT > CELL-AVERAGE
                 STRING "UP"     DELIMITED BY SIZE
                        EDIT-PCT DELIMITED BY SIZE
                        " PCT"   DELIMITED BY SIZE
                        INTO TL-TREND
              ELSE
                 STRING "DOWN"   DELIMITED BY SIZE
                        EDIT-PCT DELIMITED BY SIZE
                        " PCT"   DELIMITED BY SIZE
                        INTO TL-TREND
              END-IF
           END-IF.

      * One line per rerun, failure and outlier, night by night
      * from the oldest.
       PRINT-EXCEPTIONS.
           MOVE "RERUNS, FAILURES AND OUTLIERS" TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           MOVE 1 TO COL-NUMBER.
           PERFORM PRINT-NIGHT-EXCEPTIONS
               UNTIL COL-NUMBER > REPORT-FOUND.

       PRINT-NIGHT-EXCEPTIONS.
           COMPUTE SLOT-NUMBER = REPORT-FOUND - COL-NUMBER + 1.
           SET NT-IDX TO SLOT-NUMBER.
           SET SN-IDX TO SLOT-NUMBER.
           MOVE 1 TO STEP-NUMBER.
           PERFORM PRINT-STEP-EXCEPTIONS UNTIL STEP-NUMBER > STEP-COUNT.
           PERFORM LOAD-TOTAL-CELL.
           PERFORM CHECK-OUTLIER.
           IF IS-OUTLIER
              MOVE "ALL STEPS" TO EXCEPTION-STEP
              PERFORM BUILD-ELAPSED-TEXT
              PERFORM WRITE-EXCEPTION-LINE
              ADD 1 TO OUTLIER-COUNT
           END-IF.
           ADD 1 TO COL-NUMBER.

       PRINT-STEP-EXCEPTIONS.
           SET SE-IDX TO STEP-NUMBER.
           MOVE SE-PROGRAM (SE-IDX) TO EXCEPTION-STEP.
           MOVE SN-STARTS (SE-IDX SN-IDX) TO EDIT-COUNT.
           IF SN-FAILED (SE-IDX SN-IDX)
              MOVE SPACES TO EXCEPTION-TEXT
              STRING "FAILED - NO CLEAN END AFTER" DELIMITED BY SIZE
                     EDIT-COUNT  DELIMITED BY SIZE
                     " START(S)" DELIMITED BY SIZE
                     INTO EXCEPTION-TEXT
              PERFORM WRITE-EXCEPTION-LINE
              ADD 1 TO FAILURE-COUNT
           ELSE
              IF SN-STARTS (SE-IDX SN-IDX) > 1
                 MOVE SPACES TO EXCEPTION-TEXT
                 STRING "RERUN - STARTED" DELIMITED BY SIZE
                        EDIT-COUNT        DELIMITED BY SIZE
                        " TIMES"          DELIMITED BY SIZE
                        INTO EXCEPTION-TEXT
                 PERFORM WRITE-EXCEPTION-LINE
                 ADD 1 TO RERUN-COUNT
              END-IF
           END-IF.
           IF SN-ENDED (SE-IDX SN-IDX)
              PERFORM LOAD-ELAPSED-CELL
              PERFORM CHECK-OUTLIER
              IF IS-OUTLIER
                 PERFORM BUILD-ELAPSED-TEXT
                 PERFORM WRITE-EXCEPTION-LINE
                 ADD 1 TO OUTLIER-COUNT
              END-IF
           END-IF.
           IF SN-HAS-VOLUME (SE-IDX SN-IDX)
              PERFORM LOAD-VOLUME-CELL
              PERFORM CHECK-OUTLIER
              IF IS-OUTLIER
                 MOVE CELL-VALUE TO EDIT-VALUE
                 MOVE CELL-AVERAGE TO EDIT-AVERAGE
                 MOVE SPACES TO EXCEPTION-TEXT
                 STRING "VOLUME"         DELIMITED BY SIZE
                        EDIT-VALUE       DELIMITED BY SIZE
                        " AGAINST BASELINE AVERAGE"
                                         DELIMITED BY SIZE
                        EDIT-AVERAGE     DELIMITED BY SIZE
                        INTO EXCEPTION-TEXT
                 PERFORM WRITE-EXCEPTION-LINE
                 ADD 1 TO OUTLIER-COUNT
              END-IF
           END-IF.
           ADD 1 TO STEP-NUMBER.

       BUILD-ELAPSED-TEXT.
           MOVE CELL-VALUE TO EDIT-VALUE.
           MOVE CELL-AVERAGE TO EDIT-AVERAGE.
           MOVE SPACES TO EXCEPTION-TEXT.
           STRING "ELAPSED"        DELIMITED BY SIZE
                  EDIT-VALUE       DELIMITED BY SIZE
                  " SECS AGAINST BASELINE AVERAGE"
                                   DELIMITED BY SIZE
                  EDIT-AVERAGE     DELIMITED BY SIZE
                  INTO EXCEPTION-TEXT.

       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO TREND-REPORT-LINE.
           STRING NT-RUN-DATE (NT-IDX) DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  EXCEPTION-STEP       DELIMITED BY SIZE
                  EXCEPTION-TEXT       DELIMITED BY SIZE
                  INTO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           MOVE SPACES TO TREND-REPORT-LINE.
           STRING "STEPS="     DELIMITED BY SIZE
                  STEP-COUNT   DELIMITED BY SIZE
                  " RERUNS="   DELIMITED BY SIZE
                  RERUN-COUNT  DELIMITED BY SIZE
                  " FAILURES=" DELIMITED BY SIZE
                  FAILURE-COUNT DELIMITED BY SIZE
                  " OUTLIERS=" DELIMITED BY SIZE
                  OUTLIER-COUNT DELIMITED BY SIZE
                  INTO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.

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
              DISPLAY "RUN-TREND-REPORT: NO PROCESSING DATE ON "
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
