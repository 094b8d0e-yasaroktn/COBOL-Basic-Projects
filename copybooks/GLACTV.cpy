      * General ledger activity record.  Every program that moves
      * money on the fee ledger or the credit-balance file appends
      * one record per movement, with the lesson where the money
      * belongs to a charge, so GL-JOURNAL-EXTRACT can journal the
      * day by transaction type and CRSECAT department.  The file
      * is scratched with the run-control file at the start of
      * DLNIGHT, so it always covers exactly the postings whose
      * RC-AMOUNT totals FEE-TRIAL-BALANCE proves.
           05  GLA-TXN-TYPE         PIC X(2).
               88  GLA-CHARGE-POSTED    VALUE "CH".
               88  GLA-CREDIT-DRAWN     VALUE "CD".
               88  GLA-PAYMENT-APPLIED  VALUE "PA".
               88  GLA-PAYMENT-BANKED   VALUE "PU".
               88  GLA-REFUND-PAID      VALUE "RF".
               88  GLA-PAYMENT-REVERSED VALUE "PR".
               88  GLA-BANKED-REVERSED  VALUE "UR".
               88  GLA-NSF-PENALTY      VALUE "NP".
               88  GLA-WITHDRAWAL-CREDIT VALUE "WC".
               88  GLA-SCHOLARSHIP-APPLIED VALUE "SA".
               88  GLA-SCHOLARSHIP-BANKED VALUE "SB".
           05  GLA-POSTED-BY        PIC X(8).
           05  GLA-RUN-DATE         PIC X(8).
           05  GLA-STUDENT-ID       PIC X(6).
           05  GLA-LESSON           PIC X(10).
           05  GLA-AMOUNT           PIC 9(7)V99.
