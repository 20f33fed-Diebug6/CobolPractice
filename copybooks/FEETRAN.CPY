      ******************************************************************
      * Fee transaction record layout (feetran.txt) for the ledger
      * payments/adjustments posting run.
      * FTR-CODE: P = payment received (always reduces the balance),
      *           A = adjustment, direction given by FTR-DIRECTION:
      *               D = debit (raises the balance, e.g. a late fee
      *                   or a charge missed by the billing run),
      *               C = credit (reduces it, e.g. a waiver or a
      *                   refund of a charge made in error).
      * FTR-REFERENCE is the receipt or voucher number quoted back on
      * the statement. FTR-REASON is the adjustment reason code and
      * must be present on an A transaction.
      ******************************************************************
           05 FTR-CODE PIC X(1).
           05 FTR-STUDENT-ID PIC 9(5).
           05 FTR-AMOUNT PIC 9(5)V9(2).
           05 FTR-DIRECTION PIC X(1).
           05 FTR-REFERENCE PIC X(10).
           05 FTR-REASON PIC X(3).
