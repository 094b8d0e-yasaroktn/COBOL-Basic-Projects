      * Per-student-per-lesson attendance accumulator, keyed by
      * student id and lesson.  Posted daily from the attendance
      * capture file; the eligibility step reads the percentage.
      * STUDENT-WITHDRAWAL deletes the record of a withdrawn pair.
           05  AT-ATTEND-KEY.
               10  AT-STUDENT-ID    PIC X(6).
               10  AT-LESSON        PIC X(10).
