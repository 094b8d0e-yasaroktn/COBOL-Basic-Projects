      * Probation list, one record per academic probation letter
      * GPA-TERM-REPORT printed on its last run, with the term it
      * was run for.  The file is rewritten by every run, so it
      * always names the students lettered for the latest term;
      * SCHOLARSHIP-AWARD holds back the award of any student on it
      * for the current term.  Every run ends the file with a term
      * marker record, PL-STUDENT-ID blank, even when no letters
      * went out; SCHOLARSHIP-AWARD waits for the marker before
      * awarding, and readers skip it as a student.
           05  PL-STUDENT-ID        PIC X(6).
           05  PL-TERM-CODE         PIC X(5).
           05  PL-LETTER-DATE       PIC X(8).
           05  PL-GPA-CUMULATIVE    PIC 9(3)V99.
