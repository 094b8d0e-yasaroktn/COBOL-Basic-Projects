      * Payment application history, one record per amount
      * FEE-PAYMENT-POST applied to a charge or banked to the
      * credit-balance file.  The records of one payment share
      * PH-POSTED-DATE and PH-PAYMENT-SEQ (the payment's position
      * in that day's payments file) and are written together.
      * FEE-PAYMENT-REVERSAL finds a returned or misposted payment
      * here, undoes each application and stamps the records with
      * the reversal date so the payment cannot be reversed twice.
           05  PH-STUDENT-ID        PIC X(6).
           05  PH-PAY-DATE          PIC X(8).
           05  PH-PAY-AMOUNT        PIC 9(5)V99.
           05  PH-POSTED-DATE       PIC X(8).
           05  PH-PAYMENT-SEQ       PIC 9(5).
           05  PH-APPLY-TYPE        PIC X(1).
               88  PH-APPLIED-TO-CHARGE VALUE "C".
               88  PH-BANKED-TO-CREDIT  VALUE "B".
           05  PH-CHARGE-DATE       PIC X(8).
           05  PH-CHARGE-SEQ        PIC 9(3).
           05  PH-LESSON            PIC X(10).
           05  PH-APPLIED-AMOUNT    PIC 9(5)V99.
           05  PH-REVERSED-DATE     PIC X(8).
               88  PH-NOT-REVERSED      VALUE SPACES.
           05  PH-REVERSAL-REASON   PIC X(1).
