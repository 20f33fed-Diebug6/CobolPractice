      ******************************************************************
      * Posts one inventory transaction (INVTRAN.CPY, codes R/I/A/C)
      * against the item master, shared by INVENTORY-POST and the
      * INVENTORY-DRIVER nightly run. Every applied transaction and
      * every back-order fill is logged to invaudit.txt carrying
      * WS-RUN-NUMBER (zero when posted outside run control), so the
      * nightly balance sheet can count a driver run's audit records.
      * Caller must supply the ITEM-MASTER, INVENTORY-AUDIT,
      * OPEN-PO-FILE and BACKORDER-FILE FDs, the WSINVPST.CPY fields,
      * WS-OPERATOR-ID, WS-RUN-NUMBER, WS-BACKORDER-STATUS,
      * WS-BKO-AVAILABLE and WS-BKO-EOF, and must also COPY
      * PERIODP.CPY (PERFORM LOAD-CLOSED-PERIOD first) and AUTHP.CPY
      * (PERFORM CHECK-OPERATOR-AUTHORITY first). The caller opens
      * the files; PERFORM OPEN-BACKORDER-FILE opens the back-order
      * file and sets WS-BKO-AVAILABLE.
      ******************************************************************
       POST-ONE-TRANSACTION.
           IF ITR-CODE NOT = 'R' AND ITR-CODE NOT = 'I'
               AND ITR-CODE NOT = 'A' AND ITR-CODE NOT = 'C'
               ADD 1 TO WS-POST-REJECT-COUNT
               DISPLAY "INVALID ITR-CODE FOR ITEM " ITR-ITEM-ID
               EXIT PARAGRAPH
           END-IF
           MOVE ITR-CODE TO WS-AUTH-TRAN-CODE
           MOVE ITR-ITEM-ID TO WS-AUTH-VIOL-KEY
           PERFORM CHECK-TRAN-AUTHORITY
           IF WS-AUTH-TRAN-OK = 'N'
               ADD 1 TO WS-POST-REJECT-COUNT
               DISPLAY "OPERATOR " WS-OPERATOR-ID " NOT AUTHORIZED "
                   "FOR ITR-CODE " ITR-CODE " ON ITEM " ITR-ITEM-ID
               EXIT PARAGRAPH
           END-IF
           MOVE ITR-TRAN-DATE TO WS-PERIOD-TRAN-DATE
           PERFORM CHECK-TRAN-PERIOD
           IF WS-PERIOD-BAD-DATE
               ADD 1 TO WS-POST-REJECT-COUNT
               DISPLAY "INVALID TRANSACTION DATE FOR ITEM "
                   ITR-ITEM-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-PERIOD-CLOSED
               ADD 1 TO WS-CLOSED-PERIOD-COUNT
               DISPLAY "TRANSACTION DATED " WS-PERIOD-TRAN-DATE
                   " FOR ITEM " ITR-ITEM-ID " FALLS IN CLOSED PERIOD "
                   WS-CLOSED-PERIOD " - NOT POSTED"
               EXIT PARAGRAPH
           END-IF
           IF (ITR-CODE = 'R' OR ITR-CODE = 'I')
               AND (ITR-QUANTITY NOT NUMERIC
                   OR ITR-QUANTITY = ZERO)
               ADD 1 TO WS-POST-REJECT-COUNT
               DISPLAY "INVALID QUANTITY FOR ITEM " ITR-ITEM-ID
               EXIT PARAGRAPH
           END-IF
           IF ITR-CODE = 'A' AND ITR-QUANTITY NOT NUMERIC
               ADD 1 TO WS-POST-REJECT-COUNT
               DISPLAY "INVALID QUANTITY FOR ITEM " ITR-ITEM-ID
               EXIT PARAGRAPH
           END-IF
           IF ITR-CODE = 'A' AND ITR-REASON = SPACES
               ADD 1 TO WS-POST-REJECT-COUNT
               DISPLAY "ADJUSTMENT WITHOUT REASON CODE FOR ITEM "
                   ITR-ITEM-ID
               EXIT PARAGRAPH
           END-IF
           IF ITR-CODE = 'C' AND ITR-UNIT-COST NOT NUMERIC
               ADD 1 TO WS-POST-REJECT-COUNT
               DISPLAY "COST CHANGE WITHOUT NUMERIC COST FOR ITEM "
                   ITR-ITEM-ID
               EXIT PARAGRAPH
           END-IF
           MOVE ITR-ITEM-ID TO INV-ITEM-ID
           READ ITEM-MASTER
               INVALID KEY
                   ADD 1 TO WS-POST-REJECT-COUNT
                   DISPLAY "ITEM NOT ON MASTER " ITR-ITEM-ID
               NOT INVALID KEY
                   PERFORM UPDATE-ON-HAND-BALANCE
           END-READ.

       UPDATE-ON-HAND-BALANCE.
           MOVE INV-QOH TO WS-BEFORE-QOH
           MOVE INV-UNIT-COST TO WS-BEFORE-COST
           EVALUATE ITR-CODE
               WHEN 'R'
                   ADD ITR-QUANTITY TO INV-QOH
                       ON SIZE ERROR
                           ADD 1 TO WS-POST-REJECT-COUNT
                           DISPLAY "RECEIPT OVERFLOWS ON-HAND FOR "
                               "ITEM " ITR-ITEM-ID
                       NOT ON SIZE ERROR
                           REWRITE ITEM-MASTER-RECORD
                           ADD 1 TO WS-RECEIPT-COUNT
                           PERFORM WRITE-INVENTORY-AUDIT
                           PERFORM RELIEVE-OPEN-PO
                           PERFORM FILL-BACK-ORDERS
                   END-ADD
               WHEN 'I'
                   IF ITR-QUANTITY > INV-QOH
                       DISPLAY "ISSUE EXCEEDS ON-HAND FOR ITEM "
                           ITR-ITEM-ID " (ON HAND " INV-QOH
                           ", ISSUE " ITR-QUANTITY ")"
                       PERFORM QUEUE-BACK-ORDER
                   ELSE
                       SUBTRACT ITR-QUANTITY FROM INV-QOH
                       REWRITE ITEM-MASTER-RECORD
                       ADD 1 TO WS-ISSUE-COUNT
                       PERFORM WRITE-INVENTORY-AUDIT
                   END-IF
               WHEN 'A'
                   MOVE ITR-QUANTITY TO INV-QOH
                   REWRITE ITEM-MASTER-RECORD
                   ADD 1 TO WS-ADJUSTMENT-COUNT
                   PERFORM WRITE-INVENTORY-AUDIT
               WHEN 'C'
                   MOVE ITR-UNIT-COST TO INV-UNIT-COST
                   REWRITE ITEM-MASTER-RECORD
                   ADD 1 TO WS-COST-CHANGE-COUNT
                   PERFORM WRITE-INVENTORY-AUDIT
           END-EVALUATE.

       WRITE-INVENTORY-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO IAU-TIMESTAMP
           MOVE WS-OPERATOR-ID TO IAU-OPERATOR-ID
           MOVE ITR-CODE TO IAU-TRAN-CODE
           MOVE ITR-ITEM-ID TO IAU-ITEM-ID
           MOVE WS-BEFORE-QOH TO IAU-BEFORE-QOH
           MOVE INV-QOH TO IAU-AFTER-QOH
           MOVE ITR-REASON TO IAU-REASON
           IF ITR-PO-NUMBER NUMERIC
               MOVE ITR-PO-NUMBER TO IAU-PO-NUMBER
           ELSE
               MOVE ZERO TO IAU-PO-NUMBER
           END-IF
           MOVE WS-BEFORE-COST TO IAU-BEFORE-COST
           MOVE INV-UNIT-COST TO IAU-AFTER-COST
           MOVE INV-REORDER-POINT TO IAU-BEFORE-ROP
           MOVE INV-REORDER-POINT TO IAU-AFTER-ROP
           MOVE WS-PERIOD-TRAN-DATE TO IAU-TRAN-DATE
           MOVE WS-RUN-NUMBER TO IAU-RUN-NUMBER
           WRITE INVENTORY-AUDIT-RECORD.

       RELIEVE-OPEN-PO.
           IF WS-PO-AVAILABLE = 'N'
               EXIT PARAGRAPH
           END-IF
           IF ITR-PO-NUMBER NOT NUMERIC OR ITR-PO-NUMBER = ZERO
               ADD 1 TO WS-NO-PO-COUNT
               DISPLAY "RECEIPT WITHOUT PO FOR ITEM " ITR-ITEM-ID
                   " - NOTHING ON ORDER RELIEVED"
               EXIT PARAGRAPH
           END-IF
           MOVE ITR-PO-NUMBER TO PO-NUMBER
           READ OPEN-PO-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-PO-COUNT
                   DISPLAY "RECEIPT NAMES UNKNOWN PO " ITR-PO-NUMBER
                       " FOR ITEM " ITR-ITEM-ID
               NOT INVALID KEY
                   PERFORM APPLY-RECEIPT-TO-PO
           END-READ.

       APPLY-RECEIPT-TO-PO.
           IF PO-ITEM-ID NOT = ITR-ITEM-ID
               DISPLAY "PO " PO-NUMBER " IS FOR ITEM " PO-ITEM-ID
                   " BUT RECEIPT IS FOR " ITR-ITEM-ID
                   " - PO NOT RELIEVED"
               ADD 1 TO WS-NO-PO-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD ITR-QUANTITY TO PO-RECEIVED-QTY
           IF PO-FIRST-RECEIPT-DATE NOT NUMERIC
               OR PO-FIRST-RECEIPT-DATE = ZERO
               MOVE WS-PERIOD-TRAN-DATE TO PO-FIRST-RECEIPT-DATE
               MOVE ZERO TO PO-RECEIPT-COUNT
           END-IF
           MOVE WS-PERIOD-TRAN-DATE TO PO-LAST-RECEIPT-DATE
           ADD 1 TO PO-RECEIPT-COUNT
           IF PO-RECEIVED-QTY > PO-ORDER-QTY
               ADD 1 TO WS-OVER-RECEIPT-COUNT
               DISPLAY "OVER-RECEIPT ON PO " PO-NUMBER
                   " (ORDERED " PO-ORDER-QTY
                   ", RECEIVED " PO-RECEIVED-QTY ")"
           END-IF
           IF PO-RECEIVED-QTY >= PO-ORDER-QTY
               MOVE 'C' TO PO-STATUS
               ADD 1 TO WS-PO-CLOSED-COUNT
           END-IF
           REWRITE OPEN-PO-RECORD.

       OPEN-BACKORDER-FILE.
           OPEN I-O BACKORDER-FILE
           IF WS-BACKORDER-STATUS = "35"
               DISPLAY "NO BACK-ORDER FILE ON SITE - BUILDING A NEW ONE"
               OPEN OUTPUT BACKORDER-FILE
               CLOSE BACKORDER-FILE
               OPEN I-O BACKORDER-FILE
           END-IF
           IF WS-BACKORDER-STATUS = "00"
               MOVE 'Y' TO WS-BKO-AVAILABLE
           ELSE
               MOVE 'N' TO WS-BKO-AVAILABLE
               DISPLAY "BACK-ORDER FILE NOT AVAILABLE, STATUS="
                   WS-BACKORDER-STATUS " - SHORT ISSUES REJECTED, "
                   "NO BACK-ORDERS FILLED"
           END-IF.

       QUEUE-BACK-ORDER.
           IF WS-BKO-AVAILABLE = 'N'
               ADD 1 TO WS-POST-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE ITR-ITEM-ID TO BKO-ITEM-ID
           MOVE WS-PERIOD-TRAN-DATE TO BKO-REQUEST-DATE
           MOVE 1 TO BKO-SEQUENCE
           MOVE ITR-DEPARTMENT TO BKO-DEPARTMENT
           MOVE ITR-QUANTITY TO BKO-ORDER-QTY
           MOVE ZERO TO BKO-FILLED-QTY
           MOVE 'O' TO BKO-STATUS
           MOVE ZERO TO BKO-LAST-FILL-DATE
           MOVE WS-OPERATOR-ID TO BKO-OPERATOR-ID
           MOVE 'N' TO WS-BKO-WRITTEN
           PERFORM UNTIL WS-BKO-WRITTEN NOT = 'N'
               WRITE BACKORDER-RECORD
                   INVALID KEY
                       IF WS-BACKORDER-STATUS = "22"
                           AND BKO-SEQUENCE < 9999
                           ADD 1 TO BKO-SEQUENCE
                       ELSE
                           MOVE 'E' TO WS-BKO-WRITTEN
                       END-IF
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BKO-WRITTEN
               END-WRITE
           END-PERFORM
           IF WS-BKO-WRITTEN = 'Y'
               ADD 1 TO WS-BACKORDER-COUNT
               DISPLAY "  BACK-ORDERED FOR DEPARTMENT " ITR-DEPARTMENT
                   ", REQUEST DATE " BKO-REQUEST-DATE
           ELSE
               ADD 1 TO WS-POST-REJECT-COUNT
               DISPLAY "  UNABLE TO BACK-ORDER ITEM " ITR-ITEM-ID
                   ", STATUS=" WS-BACKORDER-STATUS " - REJECTED"
           END-IF.

       FILL-BACK-ORDERS.
           IF WS-BKO-AVAILABLE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BKO-EOF
           MOVE ITR-ITEM-ID TO BKO-ITEM-ID
           MOVE ZERO TO BKO-REQUEST-DATE
           MOVE ZERO TO BKO-SEQUENCE
           START BACKORDER-FILE KEY IS NOT LESS THAN BKO-KEY
               INVALID KEY MOVE 'Y' TO WS-BKO-EOF
           END-START
           PERFORM UNTIL WS-BKO-EOF = 'Y' OR INV-QOH = ZERO
               READ BACKORDER-FILE NEXT
                   AT END MOVE 'Y' TO WS-BKO-EOF
                   NOT AT END
                       IF BKO-ITEM-ID NOT = ITR-ITEM-ID
                           MOVE 'Y' TO WS-BKO-EOF
                       ELSE
                           IF BKO-OPEN
                               PERFORM FILL-ONE-BACK-ORDER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FILL-ONE-BACK-ORDER.
           COMPUTE WS-BKO-FILL-QTY = BKO-ORDER-QTY - BKO-FILLED-QTY
           IF WS-BKO-FILL-QTY > INV-QOH
               MOVE INV-QOH TO WS-BKO-FILL-QTY
           END-IF
           MOVE INV-QOH TO WS-BEFORE-QOH
           MOVE INV-UNIT-COST TO WS-BEFORE-COST
           SUBTRACT WS-BKO-FILL-QTY FROM INV-QOH
           REWRITE ITEM-MASTER-RECORD
           ADD WS-BKO-FILL-QTY TO BKO-FILLED-QTY
           MOVE WS-PERIOD-TRAN-DATE TO BKO-LAST-FILL-DATE
           IF BKO-FILLED-QTY >= BKO-ORDER-QTY
               MOVE 'F' TO BKO-STATUS
               ADD 1 TO WS-BKO-FILLED-COUNT
           END-IF
           REWRITE BACKORDER-RECORD
           ADD 1 TO WS-BKO-FILL-COUNT
           DISPLAY "BACK-ORDER FILL: ITEM " BKO-ITEM-ID
               " QTY " WS-BKO-FILL-QTY " TO DEPARTMENT " BKO-DEPARTMENT
               " (REQUESTED " BKO-REQUEST-DATE ", STILL DUE "
               BKO-ORDER-QTY " LESS " BKO-FILLED-QTY ")"
           PERFORM WRITE-BACK-ORDER-FILL-AUDIT.

       WRITE-BACK-ORDER-FILL-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO IAU-TIMESTAMP
           MOVE WS-OPERATOR-ID TO IAU-OPERATOR-ID
           MOVE 'I' TO IAU-TRAN-CODE
           MOVE BKO-ITEM-ID TO IAU-ITEM-ID
           MOVE WS-BEFORE-QOH TO IAU-BEFORE-QOH
           MOVE INV-QOH TO IAU-AFTER-QOH
           MOVE "BKO" TO IAU-REASON
           MOVE ZERO TO IAU-PO-NUMBER
           MOVE WS-BEFORE-COST TO IAU-BEFORE-COST
           MOVE INV-UNIT-COST TO IAU-AFTER-COST
           MOVE INV-REORDER-POINT TO IAU-BEFORE-ROP
           MOVE INV-REORDER-POINT TO IAU-AFTER-ROP
           MOVE WS-PERIOD-TRAN-DATE TO IAU-TRAN-DATE
           MOVE WS-RUN-NUMBER TO IAU-RUN-NUMBER
           WRITE INVENTORY-AUDIT-RECORD.
