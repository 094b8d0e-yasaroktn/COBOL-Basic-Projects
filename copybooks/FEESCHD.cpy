      * Fee schedule record, one per fee type, pricing key and
      * effective period.  An entry prices either one lesson
      * (FS-LESSON-CODE set, FS-DEPARTMENT blank) or every lesson
      * of a CRSECAT department (FS-DEPARTMENT set, FS-LESSON-CODE
      * blank); a lesson entry wins over its department's entry.
      * Fee types other than the retake fee may also carry a
      * school-wide entry with both blank, used when neither a
      * lesson nor a department entry applies - the returned
      * payment penalty is priced that way.
      * FS-AMOUNT is the whole fee on a flat entry and the rate per
      * catalog credit hour on a per-credit entry.  The entry is in
      * force from FS-EFFECTIVE-FROM through FS-EFFECTIVE-TO
      * inclusive; an open-ended entry carries 99999999.
      * FEE-SCHEDULE-MAINT keeps periods for the same key from
      * overlapping, so only one entry per key is ever in force.
           05  FS-FEE-TYPE          PIC X(2).
               88  FS-RETAKE-FEE        VALUE "RT".
               88  FS-NSF-PENALTY       VALUE "NS".
           05  FS-LESSON-CODE       PIC X(10).
           05  FS-DEPARTMENT        PIC X(15).
           05  FS-EFFECTIVE-FROM    PIC X(8).
           05  FS-EFFECTIVE-TO      PIC X(8).
           05  FS-RATE-BASIS        PIC X(1).
               88  FS-FLAT-RATE         VALUE "F".
               88  FS-PER-CREDIT-HOUR   VALUE "C".
           05  FS-AMOUNT            PIC 9(6)V99.
           05  FS-DESCRIPTION       PIC X(30).
