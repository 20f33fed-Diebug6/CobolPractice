      ******************************************************************
      * Student fee ledger record layout (ledger.dat), one account per
      * student keyed on LED-STUDENT-ID. Opened by FEE-CHARGE the
      * first time the student is billed.
      * LED-BALANCE is the net amount owed; a negative balance is a
      * credit on account (an overpayment or credit adjustment).
      * LED-DUE-CURRENT/30/60/90 age the amount owed by statement
      * cycle: new charges land in LED-DUE-CURRENT and FEE-STATEMENT
      * rolls every bucket one cycle older after printing the month's
      * statements, so LED-DUE-90 holds everything 90 days and over.
      * Credits relieve the oldest bucket first. The buckets always
      * add up to the balance when it is positive and are all zero
      * when it is not.
      * LED-LAST-BILLED-TERM stops a term being charged twice;
      * LED-LAST-STATEMENT-DATE stops the aging being rolled twice in
      * one month; LED-LAST-STATEMENT-STAMP is the full timestamp of
      * that statement run (spaces until the first statement), and
      * only fee audit entries stamped after it are shown on the next
      * statement, so activity posted later on the statement's own
      * run day is not lost.
      ******************************************************************
           05 LED-STUDENT-ID PIC 9(5).
           05 LED-BALANCE PIC S9(6)V9(2) SIGN IS LEADING SEPARATE.
           05 LED-AGING.
               10 LED-DUE-CURRENT PIC 9(6)V9(2).
               10 LED-DUE-30 PIC 9(6)V9(2).
               10 LED-DUE-60 PIC 9(6)V9(2).
               10 LED-DUE-90 PIC 9(6)V9(2).
           05 LED-LAST-BILLED-TERM PIC X(6).
           05 LED-LAST-STATEMENT-DATE PIC 9(8).
           05 LED-OPENED-DATE PIC 9(8).
           05 LED-LAST-STATEMENT-STAMP PIC X(21).
