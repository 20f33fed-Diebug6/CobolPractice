      ******************************************************************
      * Fee ledger balance and aging arithmetic, COPYed into the
      * PROCEDURE DIVISION of every program that posts to ledger.dat
      * so charges, payments and adjustments all age the same way.
      * The caller reads the account into LEDGER-RECORD, moves the
      * amount to WS-LEDGER-AMOUNT and PERFORMs APPLY-LEDGER-DEBIT
      * (raises the balance; the new amount owed lands in
      * LED-DUE-CURRENT after any credit on account is used up) or
      * APPLY-LEDGER-CREDIT (lowers the balance; the amount owed is
      * relieved from the oldest bucket first). WS-BEFORE-BALANCE is
      * left holding the balance before the posting for the audit
      * record; the caller REWRITEs the account itself.
      * ROLL-LEDGER-AGING moves every bucket one statement cycle
      * older. Caller must supply WS-LEDGER-AMOUNT PIC 9(6)V9(2),
      * WS-BEFORE-BALANCE PIC S9(6)V9(2), and WS-OWED-BEFORE,
      * WS-OWED-AFTER and WS-OWED-RELIEF PIC 9(7)V9(2).
      ******************************************************************
       APPLY-LEDGER-DEBIT.
           MOVE LED-BALANCE TO WS-BEFORE-BALANCE
           PERFORM SET-OWED-BEFORE
           ADD WS-LEDGER-AMOUNT TO LED-BALANCE
           PERFORM SET-OWED-AFTER
           COMPUTE LED-DUE-CURRENT = LED-DUE-CURRENT
               + WS-OWED-AFTER - WS-OWED-BEFORE.

       APPLY-LEDGER-CREDIT.
           MOVE LED-BALANCE TO WS-BEFORE-BALANCE
           PERFORM SET-OWED-BEFORE
           SUBTRACT WS-LEDGER-AMOUNT FROM LED-BALANCE
           PERFORM SET-OWED-AFTER
           COMPUTE WS-OWED-RELIEF = WS-OWED-BEFORE - WS-OWED-AFTER
           PERFORM RELIEVE-OLDEST-BUCKETS.

       SET-OWED-BEFORE.
           IF LED-BALANCE > ZERO
               MOVE LED-BALANCE TO WS-OWED-BEFORE
           ELSE
               MOVE ZERO TO WS-OWED-BEFORE
           END-IF.

       SET-OWED-AFTER.
           IF LED-BALANCE > ZERO
               MOVE LED-BALANCE TO WS-OWED-AFTER
           ELSE
               MOVE ZERO TO WS-OWED-AFTER
           END-IF.

       RELIEVE-OLDEST-BUCKETS.
           IF WS-OWED-RELIEF > LED-DUE-90
               SUBTRACT LED-DUE-90 FROM WS-OWED-RELIEF
               MOVE ZERO TO LED-DUE-90
           ELSE
               SUBTRACT WS-OWED-RELIEF FROM LED-DUE-90
               MOVE ZERO TO WS-OWED-RELIEF
           END-IF
           IF WS-OWED-RELIEF > LED-DUE-60
               SUBTRACT LED-DUE-60 FROM WS-OWED-RELIEF
               MOVE ZERO TO LED-DUE-60
           ELSE
               SUBTRACT WS-OWED-RELIEF FROM LED-DUE-60
               MOVE ZERO TO WS-OWED-RELIEF
           END-IF
           IF WS-OWED-RELIEF > LED-DUE-30
               SUBTRACT LED-DUE-30 FROM WS-OWED-RELIEF
               MOVE ZERO TO LED-DUE-30
           ELSE
               SUBTRACT WS-OWED-RELIEF FROM LED-DUE-30
               MOVE ZERO TO WS-OWED-RELIEF
           END-IF
           IF WS-OWED-RELIEF > LED-DUE-CURRENT
               MOVE ZERO TO LED-DUE-CURRENT
           ELSE
               SUBTRACT WS-OWED-RELIEF FROM LED-DUE-CURRENT
           END-IF
           MOVE ZERO TO WS-OWED-RELIEF.

       ROLL-LEDGER-AGING.
           ADD LED-DUE-60 TO LED-DUE-90
           MOVE LED-DUE-30 TO LED-DUE-60
           MOVE LED-DUE-CURRENT TO LED-DUE-30
           MOVE ZERO TO LED-DUE-CURRENT.
