      ******************************************************************
      * Inventory opening-balance record layout (invbal.txt), one per
      * item, written by the inventory month-end close as the closing
      * book figures of the month just closed. IBL-PERIOD is the
      * YYYYMM these figures OPEN; the next close reads them as its
      * starting point and refuses a file opening any other month.
      ******************************************************************
           05 IBL-PERIOD PIC 9(6).
           05 IBL-ITEM-ID PIC X(6).
           05 IBL-QOH PIC 9(5).
           05 IBL-VALUE PIC 9(9)V9(2).
