      * Class rank record on the indexed rank file, keyed by student
      * id, rewritten by every CLASS-RANK run.  One record per
      * student ranked within a program of study: position by
      * cumulative GPA (ties broken on credits earned; students
      * level on both share the higher rank), the number of
      * students ranked in the program, and the percentile - the
      * share of the cohort the student stands level with or ahead
      * of, so the top student is 100.  The term, run date and the
      * GPA and credits ranked on show what the standing was taken
      * from.  TRANSCRIPT-PRINT and STUDENT-PROFILE read it.
           05  RK-STUDENT-ID        PIC X(6).
           05  RK-PROGRAM-CODE      PIC X(8).
           05  RK-TERM-CODE         PIC X(5).
           05  RK-RANK-DATE         PIC X(8).
           05  RK-CLASS-RANK        PIC 9(5).
           05  RK-COHORT-SIZE       PIC 9(5).
           05  RK-PERCENTILE        PIC 9(3).
           05  RK-GPA-CUMULATIVE    PIC 9(3)V99.
           05  RK-CREDITS-EARNED    PIC 9(5).
