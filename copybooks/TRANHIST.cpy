      * Transcript history record - a live TRANSCPT record prefixed
      * with the school term it was archived under, the term code
      * from the calendar control file (year plus term digit).
      * Lines older than every term on the calendar were archived
      * under the half-year rule, 1 = JAN-JUN, 2 = JUL-DEC.
      * Shared by the term-end archive job and the transcript print
      * program.
           05  TH-TERM-CODE         PIC X(5).
           05  TH-STUDENT-ID        PIC X(6).
           05  TH-STUDENT-NAME      PIC X(38).
