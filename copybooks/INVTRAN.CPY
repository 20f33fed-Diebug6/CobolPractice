      * ITR-REASON carries the adjustment reason code (CYC = cycle
      * count variance); blank on receipts and issues.
      * ITR-DEPARTMENT is the charge-to department on an issue, fed
      * to the month-end issues-cost summary and carried onto the
      * back-order when the issue exceeds the balance on hand.
      * ITR-TRAN-DATE is the date the receipt, issue, count or cost
      * change took effect (YYYYMMDD); blank or zero means the
      * posting date. A transaction dated in a month the inventory
      * month-end close has already closed is refused. Appended after
      * the original fields, so cards keyed before it existed read
      * spaces there and post as of the posting date.
      ******************************************************************
           05 ITR-CODE PIC X(1).
           05 ITR-ITEM-ID PIC X(6).
           05 ITR-REASON PIC X(3).
           05 ITR-DEPARTMENT PIC X(4).
           05 ITR-UNIT-COST PIC 9(5)V9(2).
           05 ITR-TRAN-DATE PIC 9(8).
