      ******************************************************************
      * Inventory period-control record layout (invperiod.txt). A
      * single record written by the inventory month-end close.
      * IPC-LAST-CLOSED-PERIOD is the latest YYYYMM whose figures have
      * been closed and handed to finance: INVENTORY-POST and
      * CYCLE-COUNT refuse any transaction dated in that month or
      * earlier, and the next close must be for the month after it.
      * No file at all means no period has been closed yet.
      ******************************************************************
           05 IPC-LAST-CLOSED-PERIOD PIC 9(6).
           05 IPC-CLOSED-DATE PIC 9(8).
           05 IPC-OPERATOR-ID PIC X(8).
           05 IPC-EXCEPTION-COUNT PIC 9(5).
