      * Date:
      * Purpose: Receipts/issues posting for the inventory item master.
      *          Applies invtran.txt (INVTRAN.CPY layout) against
      *          invmaster.dat: receipts add to the on-hand balance
      *          and issues subtract. An issue larger than the balance
      *          on hand never drives it negative and is not dropped
      *          either: it is queued on the back-order file
      *          (backorder.dat) with its department and date, and
      *          every receipt fills the item's open back-orders,
      *          oldest first and in part where it must, before the
      *          rest of the stock counts as available; each fill is
      *          logged as an issue (reason BKO).
      *          A receipt carrying a PO number relieves the open
      *          quantity on openpo.dat, closes the order when fully
      *          received and flags over-receipts; receipts without a
      *          PO, or naming an unknown one, are posted but flagged
      *          so purchasing hears about them. Each receipt against
      *          a PO stamps the order with the receipt date (first
      *          and latest receipt) for the vendor scorecard. An A
      *          transaction (approved cycle-count variance) sets the
      *          on-hand balance to the counted quantity outright,
      *          carrying its reason code. A C transaction sets the
      *          item's unit cost for stock valuation. Every applied
      *          transaction is logged
      *          to the inventory audit trail (invaudit.txt) with the
      *          before/after balance, so adjustments can never pass
      *          for real receipts. The balances persist on the
      *          master, so the stockroom clerk no longer retypes the
      *          on-hand file each morning. The operator must hold
      *          INVENTORY-POST authority on operauth.txt, and only the
      *          transaction codes granted there are posted (a clerk
      *          may be limited to R and I); anything else is rejected
      *          and logged to authviol.txt for the supervisor.
      *          Each transaction takes effect on its ITR-TRAN-DATE
      *          (the posting date when blank); one dated in a month
      *          the inventory month-end close has closed
      *          (invperiod.txt) is refused, so figures already
      *          handed to finance cannot change.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-OPEN-PO-STATUS.

               SELECT BACKORDER-FILE ASSIGN TO "../backorder.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKO-KEY
               FILE STATUS IS WS-BACKORDER-STATUS.

               SELECT PERIOD-CONTROL ASSIGN TO "../invperiod.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CTL-STATUS.

               SELECT OPERATOR-AUTH ASSIGN TO "../operauth.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

               SELECT AUTH-VIOLATIONS ASSIGN TO "../authviol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-VIOL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD ITEM-MASTER.
           01 OPEN-PO-RECORD.
               COPY POREC.CPY.

           FD BACKORDER-FILE.
           01 BACKORDER-RECORD.
               COPY BKOREC.CPY.

           FD PERIOD-CONTROL.
           01 PERIOD-CONTROL-RECORD.
               COPY INVCTL.CPY.

           FD OPERATOR-AUTH.
           01 OPERATOR-AUTH-RECORD.
               COPY OPERAUTH.CPY.

           FD AUTH-VIOLATIONS.
           01 AUTH-VIOLATION-RECORD.
               COPY AUTHVIOL.CPY.

           WORKING-STORAGE SECTION.
           01 WS-ITEM-MASTER-STATUS PIC X(2).
           01 WS-INV-TRAN-STATUS PIC X(2).
           01 WS-INV-TRAN-EOF PIC A(1) VALUE 'N'.

           01 WS-INV-AUDIT-STATUS PIC X(2).
           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           01 WS-RUN-NUMBER PIC 9(5) VALUE ZERO.

           01 WS-OPEN-PO-STATUS PIC X(2).

           01 WS-BACKORDER-STATUS PIC X(2).
           01 WS-BKO-AVAILABLE PIC A(1) VALUE 'N'.
           01 WS-BKO-EOF PIC A(1).
           COPY WSINVPST.CPY.

           COPY WSPERIOD.CPY.

           COPY WSAUTH.CPY.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-OPERATOR-ID FROM COMMAND-LINE.
           MOVE "INVENTORY-POST" TO WS-AUTH-PROGRAM.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-POST-DATE.
           MOVE WS-POST-DATE TO WS-PERIOD-DEFAULT-DATE.
           PERFORM LOAD-CLOSED-PERIOD.
           OPEN EXTEND INVENTORY-AUDIT.
           IF WS-INV-AUDIT-STATUS = "35"
               OPEN OUTPUT INVENTORY-AUDIT
                   WS-OPEN-PO-STATUS " - RECEIPTS POSTED WITHOUT "
                   "PO TRACKING"
           END-IF.
           PERFORM OPEN-BACKORDER-FILE.
           OPEN I-O ITEM-MASTER.
           IF WS-ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ITEM-MASTER, STATUS="
           IF WS-PO-AVAILABLE = 'Y'
               CLOSE OPEN-PO-FILE
           END-IF.
           IF WS-BKO-AVAILABLE = 'Y'
               CLOSE BACKORDER-FILE
           END-IF.
           DISPLAY "RECEIPTS: " WS-RECEIPT-COUNT
               " ISSUES: " WS-ISSUE-COUNT
               " ADJUSTMENTS: " WS-ADJUSTMENT-COUNT
               " COST CHANGES: " WS-COST-CHANGE-COUNT
               " REJECTS: " WS-POST-REJECT-COUNT
               " CLOSED PERIOD: " WS-CLOSED-PERIOD-COUNT
               " NOT AUTHORIZED: " WS-AUTH-REJECT-COUNT
               " NO-PO RECEIPTS: " WS-NO-PO-COUNT
               " OVER-RECEIPTS: " WS-OVER-RECEIPT-COUNT
               " POS CLOSED: " WS-PO-CLOSED-COUNT
               " BACK-ORDERED: " WS-BACKORDER-COUNT
               " BACK-ORDER FILLS: " WS-BKO-FILL-COUNT
               " BACK-ORDERS COMPLETED: " WS-BKO-FILLED-COUNT.
           STOP RUN.

       COPY INVPOSTP.CPY.

       COPY PERIODP.CPY.

       COPY AUTHP.CPY.

       END PROGRAM INVENTORY-POST.
