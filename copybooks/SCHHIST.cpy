      * Scholarship award history, one record per award posted,
      * appended by SCHOLARSHIP-AWARD and never rewritten.  It is
      * how the award run keeps to each rule's annual cap (the
      * school year is the year part of the term code) and how a
      * rerun of the same term's award run knows not to pay a
      * student twice.  SH-APPLIED-AMOUNT went against open fee
      * charges and SH-BANKED-AMOUNT onto the credit balance.
           05  SH-STUDENT-ID        PIC X(6).
           05  SH-RULE-CODE         PIC X(4).
           05  SH-TERM-CODE         PIC X(5).
           05  SH-AWARD-DATE        PIC X(8).
           05  SH-AWARD-AMOUNT      PIC 9(5)V99.
           05  SH-APPLIED-AMOUNT    PIC 9(5)V99.
           05  SH-BANKED-AMOUNT     PIC 9(5)V99.
