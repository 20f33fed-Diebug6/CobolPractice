      ******************************************************************
      * WORKING-STORAGE for the inventory posting paragraphs in
      * INVPOSTP.CPY, COPYed at the 01 level by INVENTORY-POST and
      * INVENTORY-DRIVER. The caller declares the file status fields,
      * WS-OPERATOR-ID, WS-RUN-NUMBER and the back-order file flags
      * (WS-BKO-AVAILABLE, WS-BKO-EOF) itself, since the reorder step
      * of the driver shares them.
      ******************************************************************
           01 WS-RECEIPT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-ISSUE-COUNT PIC 9(5) VALUE ZERO.
           01 WS-ADJUSTMENT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-POST-REJECT-COUNT PIC 9(5) VALUE ZERO.

           01 WS-BEFORE-QOH PIC 9(5) VALUE ZERO.
           01 WS-BEFORE-COST PIC 9(5)V9(2) VALUE ZERO.
           01 WS-COST-CHANGE-COUNT PIC 9(5) VALUE ZERO.

           01 WS-PO-AVAILABLE PIC A(1) VALUE 'N'.
           01 WS-NO-PO-COUNT PIC 9(5) VALUE ZERO.
           01 WS-OVER-RECEIPT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-PO-CLOSED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-POST-DATE PIC 9(8).
           01 WS-CLOSED-PERIOD-COUNT PIC 9(5) VALUE ZERO.

           01 WS-BKO-WRITTEN PIC A(1).
           01 WS-BKO-FILL-QTY PIC 9(5).
           01 WS-BACKORDER-COUNT PIC 9(5) VALUE ZERO.
           01 WS-BKO-FILL-COUNT PIC 9(5) VALUE ZERO.
           01 WS-BKO-FILLED-COUNT PIC 9(5) VALUE ZERO.
