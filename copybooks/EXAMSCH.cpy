      * Exam schedule record, one per sitting of a lesson's exam.
      * The key is the lesson plus the exam number (1-3, matching
      * PERS-EXAM-1 through PERS-EXAM-3 on the student master).  A
      * sitting is held on EX-EXAM-DATE in one session of the day -
      * AM, PM or EV - in EX-ROOM, which seats EX-ROOM-CAPACITY.
      * Lessons may share a room in the same session; every entry
      * for that room and session carries the same capacity.
      * Maintained by EXAM-SCHEDULE-MAINT; EXAM-CLASH-CHECK crosses
      * it against the student master.
           05  EX-LESSON-CODE       PIC X(10).
           05  EX-EXAM-NUMBER       PIC 9(1).
               88  EX-VALID-EXAM-NUMBER VALUE 1 THRU 3.
           05  EX-EXAM-DATE         PIC X(8).
           05  EX-SESSION           PIC X(2).
               88  EX-VALID-SESSION     VALUE "AM" "PM" "EV".
           05  EX-ROOM              PIC X(6).
           05  EX-ROOM-CAPACITY     PIC 9(3).
