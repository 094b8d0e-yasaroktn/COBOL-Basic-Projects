      * General ledger account map, one record per transaction
      * type and CRSECAT department.  Each movement of the type is
      * journalled as a debit to GLM-DEBIT-ACCOUNT and a credit to
      * GLM-CREDIT-ACCOUNT.  An entry with a blank department is
      * the type's default, used for movements with no lesson and
      * for departments without an entry of their own.
           05  GLM-TXN-TYPE         PIC X(2).
           05  GLM-DEPARTMENT       PIC X(15).
           05  GLM-DEBIT-ACCOUNT    PIC X(12).
           05  GLM-CREDIT-ACCOUNT   PIC X(12).
           05  GLM-DESCRIPTION      PIC X(30).
