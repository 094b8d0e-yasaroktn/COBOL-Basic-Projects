      * Teaching section record, one per section of a lesson in a
      * term.  SEC-SECTION-ID is unique across the file; the lesson
      * must be on the course catalog.  The meeting slot is the
      * day of the week the section meets and its start time
      * (HHMM).  SEC-CAPACITY is the most students STUDENT-MAINT
      * will assign to the section through PERS-SECTION on the
      * student master.  Maintained by SECTION-MAINT, which keeps an
      * instructor from being booked into two sections in the same
      * term and slot.
           05  SEC-SECTION-ID       PIC X(6).
           05  SEC-LESSON-CODE      PIC X(10).
           05  SEC-INSTRUCTOR-NAME  PIC X(30).
           05  SEC-TERM-CODE        PIC X(5).
           05  SEC-MEETING-SLOT.
               10  SEC-MEETING-DAY  PIC X(3).
                   88  SEC-VALID-DAY    VALUE "MON" "TUE" "WED"
                                              "THU" "FRI" "SAT".
               10  SEC-MEETING-TIME PIC X(4).
           05  SEC-CAPACITY         PIC 9(3).
