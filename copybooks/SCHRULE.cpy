      * Merit scholarship rule, one record per scholarship, kept by
      * the bursar in order of precedence - the richest award
      * first.  SCHOLARSHIP-AWARD gives each student the first rule
      * whose minimum cumulative GPA and minimum credits earned the
      * student's STUGPA record meets.  The award is either a flat
      * SR-AWARD-AMOUNT or SR-AWARD-PERCENT of the fees charged to
      * the student in the current term.  SR-ANNUAL-CAP is the most
      * one student may receive under the rule in a school year,
      * counting awards already on the award history; zero means
      * no cap.
           05  SR-RULE-CODE         PIC X(4).
           05  SR-DESCRIPTION       PIC X(20).
           05  SR-MIN-GPA           PIC 9(3)V99.
           05  SR-MIN-CREDITS       PIC 9(5).
           05  SR-AWARD-BASIS       PIC X(1).
               88  SR-FLAT-AMOUNT       VALUE "A".
               88  SR-PERCENT-OF-FEES   VALUE "P".
               88  SR-VALID-BASIS       VALUE "A" "P".
           05  SR-AWARD-AMOUNT      PIC 9(5)V99.
           05  SR-AWARD-PERCENT     PIC 9(3)V99.
           05  SR-ANNUAL-CAP        PIC 9(5)V99.
