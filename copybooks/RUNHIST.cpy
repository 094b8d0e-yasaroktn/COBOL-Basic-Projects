      * Permanent run history.  RUN-HISTORY-ARCHIVE appends every
      * run-status record (type S) and every run-control counter
      * (type C) to this file at the top of each night, before the
      * nightly job scratches the two working files.  A status
      * record leaves the counter fields blank and zero; a counter
      * leaves RH-STATUS and RH-TIME blank.  RH-ARCHIVE-DATE is the
      * processing date the archive ran under and RH-ARCHIVE-SEQ
      * the record's position in that archive.  Records are only
      * ever appended, so the file keeps each night's START and END
      * records in the order the steps wrote them.
           05  RH-RECORD-TYPE       PIC X(1).
               88  RH-STATUS-RECORD     VALUE "S".
               88  RH-COUNTER-RECORD    VALUE "C".
           05  RH-ARCHIVE-DATE      PIC X(8).
           05  RH-ARCHIVE-SEQ       PIC 9(5).
           05  RH-RUN-DATE          PIC X(8).
           05  RH-PROGRAM           PIC X(8).
           05  RH-STATUS            PIC X(5).
               88  RH-START             VALUE "START".
               88  RH-END               VALUE "END  ".
           05  RH-TIME              PIC X(8).
           05  RH-COUNTER-NAME      PIC X(12).
           05  RH-COUNT             PIC 9(9).
           05  RH-AMOUNT            PIC 9(9)V99.
