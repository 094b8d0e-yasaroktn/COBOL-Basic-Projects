      * instead of letting them vanish off the posting report;
      * FEE-CHARGE-POST draws the balance down against the next
      * charges it posts; CREDIT-REFUND-REG lists balances over
      * the refund threshold so cheques can be cut, and clears
      * them; FEE-PAYMENT-REVERSAL takes back money banked from a
      * payment that is reversed; SCHOLARSHIP-AWARD banks the part
      * of an award the student's open charges do not take.
           05  CB-STUDENT-ID        PIC X(6).
           05  CB-CREDIT-AMOUNT     PIC 9(7)V99.
           05  CB-LAST-ACTIVITY     PIC X(8).
