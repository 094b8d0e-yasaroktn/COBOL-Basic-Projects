      * Student hold record, keyed by student id.  A hold is active
      * while HLD-RELEASE-DATE is blank; a released hold stays on
      * file with its release date and releaser until a new hold
      * is placed over it.  Financial holds are placed by
      * FIN-HOLD-SWEEP off the aged fee ledger (HLD-OPEN-AMOUNT is
      * the overdue balance at placement) and released by
      * FEE-PAYMENT-POST when the balance is cleared; registrar and
      * disciplinary holds are placed and released by hand through
      * HOLD-MAINT.  TRANSCRIPT-PRINT, RETAKE-ENROLL and
      * REGISTRAR-IMPORT refuse service to a student with any
      * active hold.
           05  HLD-STUDENT-ID       PIC X(6).
           05  HLD-HOLD-TYPE        PIC X(1).
               88  HLD-FINANCIAL        VALUE "F".
               88  HLD-REGISTRAR        VALUE "R".
               88  HLD-DISCIPLINARY     VALUE "D".
               88  HLD-VALID-TYPE       VALUE "F" "R" "D".
           05  HLD-PLACED-DATE      PIC X(8).
           05  HLD-PLACED-BY        PIC X(20).
           05  HLD-RELEASE-DATE     PIC X(8).
               88  HLD-ACTIVE           VALUE SPACES.
           05  HLD-RELEASED-BY      PIC X(20).
           05  HLD-OPEN-AMOUNT      PIC 9(7)V99.
           05  HLD-REASON           PIC X(30).
