      ******************************************************************
      * Fee ledger audit trail record (feeaudit.txt), written for every
      * posting to ledger.dat the way inventory postings are logged
      * in invaudit.txt: who posted it, when, the transaction code,
      * the amount and the before/after balance.
      * FAU-TRAN-CODE: C = charge from the billing run (one per
      * subject, FAU-SUBJECT-CODE and FAU-TERM-CODE identify it),
      * P = payment, A = adjustment. FAU-DIRECTION: D = debit
      * (raised the balance), C = credit (reduced it).
      * FAU-REFERENCE and FAU-REASON carry the receipt/voucher number
      * and adjustment reason from the fee transaction.
      ******************************************************************
           05 FAU-TIMESTAMP PIC X(21).
           05 FAU-OPERATOR-ID PIC X(8).
           05 FAU-TRAN-CODE PIC X(1).
           05 FAU-STUDENT-ID PIC 9(5).
           05 FAU-AMOUNT PIC 9(6)V9(2).
           05 FAU-DIRECTION PIC X(1).
           05 FAU-BEFORE-BALANCE PIC S9(6)V9(2)
                   SIGN IS LEADING SEPARATE.
           05 FAU-AFTER-BALANCE PIC S9(6)V9(2)
                   SIGN IS LEADING SEPARATE.
           05 FAU-SUBJECT-CODE PIC X(4).
           05 FAU-TERM-CODE PIC X(6).
           05 FAU-REFERENCE PIC X(10).
           05 FAU-REASON PIC X(3).
