      ******************************************************************
      * Closed-period check for dated inventory transactions, COPYed
      * into the PROCEDURE DIVISION of INVENTORY-POST and CYCLE-COUNT.
      * PERFORM LOAD-CLOSED-PERIOD once at start-up to pick up the
      * last closed month from invperiod.txt (INVCTL.CPY layout); no
      * file means nothing has been closed. CHECK-TRAN-PERIOD then
      * resolves WS-PERIOD-TRAN-DATE (blank or zero becomes
      * WS-PERIOD-DEFAULT-DATE) and sets WS-PERIOD-RESULT: open,
      * closed (dated in or before the last closed month, so the
      * figures finance already has would change) or bad date (not
      * numeric, or no such day in the calendar - 20260231, or 29
      * February outside a leap year). The
      * caller decides what to do with a refused transaction. Caller
      * must supply the PERIOD-CONTROL FD and the WSPERIOD.CPY fields.
      ******************************************************************
       LOAD-CLOSED-PERIOD.
           MOVE ZERO TO WS-CLOSED-PERIOD
           OPEN INPUT PERIOD-CONTROL
           IF WS-PERIOD-CTL-STATUS = "00"
               READ PERIOD-CONTROL
                   NOT AT END
                       IF IPC-LAST-CLOSED-PERIOD NUMERIC
                           MOVE IPC-LAST-CLOSED-PERIOD
                               TO WS-CLOSED-PERIOD
                       END-IF
               END-READ
               CLOSE PERIOD-CONTROL
           END-IF.

       CHECK-TRAN-PERIOD.
           IF WS-PERIOD-TRAN-DATE = SPACES
               OR WS-PERIOD-TRAN-DATE = "00000000"
               MOVE WS-PERIOD-DEFAULT-DATE TO WS-PERIOD-TRAN-DATE
           END-IF
           MOVE 'B' TO WS-PERIOD-RESULT
           IF WS-PERIOD-TRAN-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PERIOD-TRAN-DATE (1:4) TO WS-PERIOD-TRAN-YEAR
           MOVE WS-PERIOD-TRAN-DATE (5:2) TO WS-PERIOD-TRAN-MONTH
           IF WS-PERIOD-TRAN-YEAR < 1601
               OR WS-PERIOD-TRAN-MONTH < 1 OR WS-PERIOD-TRAN-MONTH > 12
               OR WS-PERIOD-TRAN-DAY < 1
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-PERIOD-MONTH-LENGTH
           IF WS-PERIOD-TRAN-DAY > WS-PERIOD-MONTH-LENGTH
               EXIT PARAGRAPH
           END-IF
           IF WS-PERIOD-TRAN-YYYYMM <= WS-CLOSED-PERIOD
               MOVE 'C' TO WS-PERIOD-RESULT
           ELSE
               MOVE 'Y' TO WS-PERIOD-RESULT
           END-IF.

       SET-PERIOD-MONTH-LENGTH.
           EVALUATE WS-PERIOD-TRAN-MONTH
               WHEN 2
                   IF (FUNCTION MOD (WS-PERIOD-TRAN-YEAR, 4) = ZERO
                       AND FUNCTION MOD (WS-PERIOD-TRAN-YEAR, 100)
                           NOT = ZERO)
                       OR FUNCTION MOD (WS-PERIOD-TRAN-YEAR, 400)
                           = ZERO
                       MOVE 29 TO WS-PERIOD-MONTH-LENGTH
                   ELSE
                       MOVE 28 TO WS-PERIOD-MONTH-LENGTH
                   END-IF
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-PERIOD-MONTH-LENGTH
               WHEN OTHER
                   MOVE 31 TO WS-PERIOD-MONTH-LENGTH
           END-EVALUATE.
