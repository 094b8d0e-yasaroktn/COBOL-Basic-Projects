      * Student address master record, keyed by student id.  Feeds
      * the mailed report cards and anything else that needs a
      * mailing address or the guardian's name.  RETURNED-MAIL-POST
      * marks the address undeliverable with the date a piece came
      * back and the document it was; every mailing program then
      * sends the student to its address-exception listing instead
      * of printing the piece, until ADDRESS-LOAD brings in a
      * changed address and clears the mark.
           05  AD-STUDENT-ID        PIC X(6).
           05  AD-STREET            PIC X(30).
           05  AD-CITY              PIC X(20).
           05  AD-STATE             PIC X(2).
           05  AD-POSTAL-CODE       PIC X(10).
           05  AD-GUARDIAN-NAME     PIC X(30).
           05  AD-MAIL-STATUS       PIC X(1).
               88  AD-DELIVERABLE       VALUE SPACE.
               88  AD-UNDELIVERABLE     VALUE "U".
           05  AD-RETURNED-DATE     PIC X(8).
           05  AD-RETURNED-DOCUMENT PIC X(2).
               88  AD-RETURNED-REPORT-CARD  VALUE "RC".
               88  AD-RETURNED-FEE-STMT     VALUE "FS".
               88  AD-RETURNED-ATTEND-WARN  VALUE "AW".
               88  AD-RETURNED-PROBATION    VALUE "PL".
               88  AD-RETURNED-EXAM-TT      VALUE "ET".
               88  AD-VALID-DOCUMENT        VALUE "RC" "FS" "AW"
                                                  "PL" "ET".
