      ******************************************************************
      * Back-order record layout (backorder.dat), keyed on BKO-KEY.
      * INVENTORY-POST writes one when an issue asks for more than is
      * on hand, instead of dropping it: the item, the quantity the
      * department asked for, its ITR-DEPARTMENT and the request date
      * (the issue's ITR-TRAN-DATE). Because the key runs item, then
      * request date, then a sequence number, reading forward from an
      * item's first key meets its back-orders oldest first - the
      * order receipts fill them in. BKO-FILLED-QTY grows with each
      * partial fill; when it reaches BKO-ORDER-QTY the status goes
      * from O (open) to F (filled). Filled records are kept as the
      * history of when each request was met.
      ******************************************************************
           05 BKO-KEY.
               10 BKO-ITEM-ID PIC X(6).
               10 BKO-REQUEST-DATE PIC 9(8).
               10 BKO-SEQUENCE PIC 9(4).
           05 BKO-DEPARTMENT PIC X(4).
           05 BKO-ORDER-QTY PIC 9(5).
           05 BKO-FILLED-QTY PIC 9(5).
           05 BKO-STATUS PIC X(1).
               88 BKO-OPEN VALUE 'O'.
               88 BKO-FILLED VALUE 'F'.
           05 BKO-LAST-FILL-DATE PIC 9(8).
           05 BKO-OPERATOR-ID PIC X(8).
