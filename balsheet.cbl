      *          prints one control sheet (balsheet.txt) with each
      *          cross-check flagged OK or OUT-OF-BALANCE and the
      *          discrepancy, replacing the nightly eyeball across
      *          five files. The same sheet then balances an
      *          INVENTORY-DRIVER run (operator-supplied, zero for
      *          the latest completed one): the posting counts on its
      *          end record (invrunctl.txt) are checked against the
      *          transactions on invtran.txt and against the
      *          invaudit.txt records stamped with that run, by
      *          transaction code. Back-orders queued count as
      *          posted; back-order fills are logged as issues.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPARE-STATUS.

               SELECT INV-RUN-CONTROL ASSIGN TO "../invrunctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-RUN-CTL-STATUS.

               SELECT INVENTORY-TRANS ASSIGN TO "../invtran.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-TRAN-STATUS.

               SELECT INVENTORY-AUDIT ASSIGN TO "../invaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-AUDIT-STATUS.

               SELECT BALANCE-SHEET ASSIGN TO "../balsheet.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           FD COMPARE-REPORT.
           01 COMPARE-REPORT-LINE PIC X(80).

           FD INV-RUN-CONTROL.
           01 INV-RUN-CONTROL-RECORD.
               COPY INVRCTL.CPY.

           FD INVENTORY-TRANS.
           01 INVENTORY-TRAN-RECORD.
               COPY INVTRAN.CPY.

           FD INVENTORY-AUDIT.
           01 INVENTORY-AUDIT-RECORD.
               COPY INVAUD.CPY.

           FD BALANCE-SHEET.
           01 BALANCE-SHEET-LINE PIC X(90).

           01 WS-RECYCLE-STATUS PIC X(2).
           01 WS-COMPARE-STATUS PIC X(2).
           01 WS-BALANCE-STATUS PIC X(2).
           01 WS-INV-RUN-CTL-STATUS PIC X(2).
           01 WS-INV-TRAN-STATUS PIC X(2).
           01 WS-INV-AUDIT-STATUS PIC X(2).

           01 WS-RUN-CTL-EOF PIC A(1) VALUE 'N'.
           01 WS-TRAN-EOF PIC A(1) VALUE 'N'.
           01 WS-AUDIT-EOF PIC A(1) VALUE 'N'.
           01 WS-RECYCLE-EOF PIC A(1) VALUE 'N'.
           01 WS-COMPARE-EOF PIC A(1) VALUE 'N'.
           01 WS-INV-RUN-CTL-EOF PIC A(1) VALUE 'N'.
           01 WS-INV-TRAN-EOF PIC A(1) VALUE 'N'.
           01 WS-INV-AUDIT-EOF PIC A(1) VALUE 'N'.

           01 WS-BALANCE-RUN-NUMBER PIC 9(5) VALUE ZERO.
           01 WS-RUN-FOUND PIC A(1) VALUE 'N'.
           01 WS-COMPARE-CHANGED PIC 9(5) VALUE ZERO.
           01 WS-COMPARE-SEEN PIC A(1) VALUE 'N'.

           01 WS-INV-REQUESTED-RUN PIC 9(5) VALUE ZERO.
           01 WS-INV-BALANCE-RUN-NUMBER PIC 9(5) VALUE ZERO.
           01 WS-INV-RUN-FOUND PIC A(1) VALUE 'N'.
           01 WS-INV-RUN-POSTED PIC A(1) VALUE 'N'.

           01 WS-INV-RUN-FIGURES.
               05 WS-INV-RUN-RECEIPTS PIC 9(5) VALUE ZERO.
               05 WS-INV-RUN-ISSUES PIC 9(5) VALUE ZERO.
               05 WS-INV-RUN-ADJUSTMENTS PIC 9(5) VALUE ZERO.
               05 WS-INV-RUN-COST-CHANGES PIC 9(5) VALUE ZERO.
               05 WS-INV-RUN-REJECTS PIC 9(5) VALUE ZERO.
               05 WS-INV-RUN-CLOSED PIC 9(5) VALUE ZERO.
               05 WS-INV-RUN-BACKORDERS PIC 9(5) VALUE ZERO.
               05 WS-INV-RUN-BKO-FILLS PIC 9(5) VALUE ZERO.

           01 WS-INV-TRAN-IN-COUNT PIC 9(6) VALUE ZERO.
           01 WS-INV-AUDIT-COUNTS.
               05 WS-INV-AUDIT-RECEIPTS PIC 9(6) VALUE ZERO.
               05 WS-INV-AUDIT-ISSUES PIC 9(6) VALUE ZERO.
               05 WS-INV-AUDIT-ADJUSTMENTS PIC 9(6) VALUE ZERO.
               05 WS-INV-AUDIT-COST-CHANGES PIC 9(6) VALUE ZERO.

           01 WS-EXPECTED PIC S9(7) VALUE ZERO.
           01 WS-ACTUAL PIC S9(7) VALUE ZERO.
           01 WS-DISCREPANCY PIC S9(7) VALUE ZERO.
           01 WS-SHEET-HEADING-2.
               05 FILLER PIC X(11) VALUE "RUN NUMBER ".
               05 WS-HDG-RUN-NUMBER PIC 9(5).
           01 WS-SHEET-HEADING-3.
               05 FILLER PIC X(21) VALUE "INVENTORY RUN NUMBER ".
               05 WS-HDG-INV-RUN-NUMBER PIC 9(5).

           01 WS-BALANCE-DETAIL.
               05 WS-BAL-DESC PIC X(40).
           PERFORM COUNT-AUDIT-RECORDS.
           PERFORM COUNT-RECYCLE-RECORDS.
           PERFORM READ-COMPARE-TOTALS.
           DISPLAY "Enter inventory run number to balance "
               "(0 for the latest)".
           ACCEPT WS-INV-REQUESTED-RUN.
           PERFORM READ-INV-RUN-CONTROL-FIGURES.
           IF WS-INV-RUN-POSTED = 'Y'
               PERFORM COUNT-INVTRAN-RECORDS
               PERFORM COUNT-INVAUDIT-RECORDS
           END-IF.
           OPEN OUTPUT BALANCE-SHEET.
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BALANCE-SHEET, STATUS="
           MOVE WS-SHEET-HEADING-2 TO BALANCE-SHEET-LINE.
           WRITE BALANCE-SHEET-LINE.
           PERFORM WRITE-BALANCE-LINES.
           PERFORM WRITE-INVENTORY-BALANCE-LINES.
           CLOSE BALANCE-SHEET.
           IF WS-OUT-COUNT = ZERO
               DISPLAY "RUN " WS-BALANCE-RUN-NUMBER
               WRITE BALANCE-SHEET-LINE
           END-IF.

       READ-INV-RUN-CONTROL-FIGURES.
           OPEN INPUT INV-RUN-CONTROL.
           IF WS-INV-RUN-CTL-STATUS NOT = "00"
               DISPLAY "INVENTORY RUN-CONTROL NOT AVAILABLE, STATUS="
                   WS-INV-RUN-CTL-STATUS " - INVENTORY CHECKS SKIPPED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-INV-RUN-CTL-EOF = 'Y'
               READ INV-RUN-CONTROL
                   AT END MOVE 'Y' TO WS-INV-RUN-CTL-EOF
                   NOT AT END
                       IF IRC-END AND IRC-RUN-NUMBER NUMERIC
                           IF WS-INV-REQUESTED-RUN = ZERO
                               OR IRC-RUN-NUMBER
                                   = WS-INV-REQUESTED-RUN
                               PERFORM NOTE-INV-RUN-FIGURES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INV-RUN-CONTROL.

       NOTE-INV-RUN-FIGURES.
           MOVE 'Y' TO WS-INV-RUN-FOUND.
           MOVE IRC-RUN-NUMBER TO WS-INV-BALANCE-RUN-NUMBER.
           MOVE 'N' TO WS-INV-RUN-POSTED.
           IF IRC-POSTING-DONE = 'Y'
               MOVE 'Y' TO WS-INV-RUN-POSTED
           END-IF.
           MOVE IRC-RECEIPT-COUNT TO WS-INV-RUN-RECEIPTS.
           MOVE IRC-ISSUE-COUNT TO WS-INV-RUN-ISSUES.
           MOVE IRC-ADJUSTMENT-COUNT TO WS-INV-RUN-ADJUSTMENTS.
           MOVE IRC-COST-CHANGE-COUNT TO WS-INV-RUN-COST-CHANGES.
           MOVE IRC-POST-REJECT-COUNT TO WS-INV-RUN-REJECTS.
           MOVE IRC-CLOSED-PERIOD-COUNT TO WS-INV-RUN-CLOSED.
           MOVE IRC-BACKORDER-COUNT TO WS-INV-RUN-BACKORDERS.
           MOVE IRC-BKO-FILL-COUNT TO WS-INV-RUN-BKO-FILLS.

       COUNT-INVTRAN-RECORDS.
           OPEN INPUT INVENTORY-TRANS.
           IF WS-INV-TRAN-STATUS NOT = "00"
               DISPLAY "INVTRAN NOT AVAILABLE, STATUS="
                   WS-INV-TRAN-STATUS
                   " - INVENTORY TRANSACTIONS-IN COUNTED AS ZERO"
           ELSE
               PERFORM UNTIL WS-INV-TRAN-EOF = 'Y'
                   READ INVENTORY-TRANS
                       AT END MOVE 'Y' TO WS-INV-TRAN-EOF
                       NOT AT END ADD 1 TO WS-INV-TRAN-IN-COUNT
                   END-READ
               END-PERFORM
               CLOSE INVENTORY-TRANS
           END-IF.

       COUNT-INVAUDIT-RECORDS.
           OPEN INPUT INVENTORY-AUDIT.
           IF WS-INV-AUDIT-STATUS NOT = "00"
               DISPLAY "INVAUDIT NOT AVAILABLE, STATUS="
                   WS-INV-AUDIT-STATUS
                   " - INVENTORY AUDIT COUNTS TAKEN AS ZERO"
           ELSE
               PERFORM UNTIL WS-INV-AUDIT-EOF = 'Y'
                   READ INVENTORY-AUDIT
                       AT END MOVE 'Y' TO WS-INV-AUDIT-EOF
                       NOT AT END
                           IF IAU-RUN-NUMBER NUMERIC
                               AND IAU-RUN-NUMBER
                                   = WS-INV-BALANCE-RUN-NUMBER
                               PERFORM NOTE-INVAUDIT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVENTORY-AUDIT
           END-IF.

       NOTE-INVAUDIT-RECORD.
           EVALUATE IAU-TRAN-CODE
               WHEN 'R'
                   ADD 1 TO WS-INV-AUDIT-RECEIPTS
               WHEN 'I'
                   ADD 1 TO WS-INV-AUDIT-ISSUES
               WHEN 'A'
                   ADD 1 TO WS-INV-AUDIT-ADJUSTMENTS
               WHEN 'C'
                   ADD 1 TO WS-INV-AUDIT-COST-CHANGES
           END-EVALUATE.

       WRITE-INVENTORY-BALANCE-LINES.
           IF WS-INV-RUN-FOUND = 'N'
               MOVE "NO COMPLETED INVENTORY RUN TO BALANCE - "
                   TO BALANCE-SHEET-LINE
               WRITE BALANCE-SHEET-LINE
               MOVE "INVENTORY CHECKS SKIPPED" TO BALANCE-SHEET-LINE
               WRITE BALANCE-SHEET-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-INV-BALANCE-RUN-NUMBER TO WS-HDG-INV-RUN-NUMBER.
           MOVE WS-SHEET-HEADING-3 TO BALANCE-SHEET-LINE.
           WRITE BALANCE-SHEET-LINE.
           IF WS-INV-RUN-POSTED = 'N'
               MOVE "POSTING STEP NOT RUN (RESUMED RUN) - "
                   TO BALANCE-SHEET-LINE
               WRITE BALANCE-SHEET-LINE
               MOVE "INVENTORY CHECKS SKIPPED" TO BALANCE-SHEET-LINE
               WRITE BALANCE-SHEET-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE "INV TRANS IN - REJECTS - CLOSED = POSTED"
               TO WS-BAL-DESC.
           COMPUTE WS-EXPECTED = WS-INV-TRAN-IN-COUNT
               - WS-INV-RUN-REJECTS - WS-INV-RUN-CLOSED.
           COMPUTE WS-ACTUAL = WS-INV-RUN-RECEIPTS + WS-INV-RUN-ISSUES
               + WS-INV-RUN-ADJUSTMENTS + WS-INV-RUN-COST-CHANGES
               + WS-INV-RUN-BACKORDERS.
           PERFORM WRITE-ONE-BALANCE-LINE.
           MOVE "INV RECEIPTS = AUDIT R RECORDS" TO WS-BAL-DESC.
           MOVE WS-INV-RUN-RECEIPTS TO WS-EXPECTED.
           MOVE WS-INV-AUDIT-RECEIPTS TO WS-ACTUAL.
           PERFORM WRITE-ONE-BALANCE-LINE.
           MOVE "INV ISSUES + BKO FILLS = AUDIT I RECORDS"
               TO WS-BAL-DESC.
           COMPUTE WS-EXPECTED = WS-INV-RUN-ISSUES
               + WS-INV-RUN-BKO-FILLS.
           MOVE WS-INV-AUDIT-ISSUES TO WS-ACTUAL.
           PERFORM WRITE-ONE-BALANCE-LINE.
           MOVE "INV ADJUSTMENTS = AUDIT A RECORDS" TO WS-BAL-DESC.
           MOVE WS-INV-RUN-ADJUSTMENTS TO WS-EXPECTED.
           MOVE WS-INV-AUDIT-ADJUSTMENTS TO WS-ACTUAL.
           PERFORM WRITE-ONE-BALANCE-LINE.
           MOVE "INV COST CHANGES = AUDIT C RECORDS" TO WS-BAL-DESC.
           MOVE WS-INV-RUN-COST-CHANGES TO WS-EXPECTED.
           MOVE WS-INV-AUDIT-COST-CHANGES TO WS-ACTUAL.
           PERFORM WRITE-ONE-BALANCE-LINE.

       WRITE-ONE-BALANCE-LINE.
           COMPUTE WS-DISCREPANCY = WS-ACTUAL - WS-EXPECTED.
           MOVE WS-EXPECTED TO WS-BAL-EXPECTED.
