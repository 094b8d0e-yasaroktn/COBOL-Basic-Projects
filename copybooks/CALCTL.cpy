      * Calendar control record, maintained by operations and the
      * registrar.  The single D record carries the processing date
      * every program posts and stamps its run-status and
      * run-control records under, and the current term code;
      * CALENDAR-ROLL advances it to the next business day at the
      * end of each clean night, so a stream that runs past
      * midnight or is rerun next morning still belongs to the
      * night it started.  One T record per school term carries
      * the term's start and end dates and its exam window.  One N
      * record per non-business day - weekends and holidays - names
      * the dates the roll steps over.  On the D record
      * CC-CALENDAR-DATE is the processing date and CC-PRIOR-DATE
      * the one before it; on an N record CC-CALENDAR-DATE is the
      * non-business day.  Term codes are the year plus a term
      * digit.
           05  CC-RECORD-TYPE       PIC X(1).
               88  CC-CONTROL-RECORD    VALUE "D".
               88  CC-TERM-RECORD       VALUE "T".
               88  CC-NON-BUSINESS-DAY  VALUE "N".
           05  CC-TERM-CODE         PIC X(5).
           05  CC-CALENDAR-DATE     PIC X(8).
           05  CC-PRIOR-DATE        PIC X(8).
           05  CC-TERM-START        PIC X(8).
           05  CC-TERM-END          PIC X(8).
           05  CC-EXAM-START        PIC X(8).
           05  CC-EXAM-END          PIC X(8).
           05  CC-DESCRIPTION       PIC X(30).
