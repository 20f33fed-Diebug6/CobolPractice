      ******************************************************************
      * WORKING-STORAGE for the stock valuation in INVVALP.CPY, COPYed
      * at the 01 level by STOCK-VALUATION and INVENTORY-DRIVER. The
      * caller declares the file status fields, WS-RUN-DATE and
      * WS-MASTER-EOF itself, since the other steps of the driver
      * share them.
      ******************************************************************
           01 WS-VALUED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-ITEM-VALUE PIC 9(10)V9(2) VALUE ZERO.
           01 WS-TOTAL-VALUE PIC 9(11)V9(2) VALUE ZERO.

           01 WS-VENDOR-TOTALS.
               05 WS-VENDOR-COUNT PIC 9(3) VALUE ZERO.
               05 WS-VENDOR-ENTRY OCCURS 50 TIMES
                       INDEXED BY WS-VENDOR-IDX.
                   10 WS-VENDOR-ID PIC X(10).
                   10 WS-VENDOR-VALUE PIC 9(11)V9(2).
           01 WS-VENDOR-FOUND PIC A(1).

           01 WS-VALUE-HEADING-1.
               05 FILLER PIC X(32)
                   VALUE "===== STOCK VALUATION =====".
               05 FILLER PIC X(9) VALUE "RUN DATE ".
               05 WS-VALUE-HDG-DATE PIC 9(8).

           01 WS-VALUE-HEADING-2.
               05 FILLER PIC X(7) VALUE "ITEM".
               05 FILLER PIC X(21) VALUE "DESCRIPTION".
               05 FILLER PIC X(11) VALUE "VENDOR".
               05 FILLER PIC X(8) VALUE "ONHAND".
               05 FILLER PIC X(10) VALUE "UNITCOST".
               05 FILLER PIC X(10) VALUE "VALUE".

           01 WS-VALUE-DETAIL.
               05 WS-VAL-ITEM-ID PIC X(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-VAL-DESCRIPTION PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-VAL-VENDOR PIC X(10).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-VAL-QOH PIC ZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-VAL-UNIT-COST PIC ZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-VAL-VALUE PIC ZZZZZZZZ9.99.

           01 WS-VENDOR-DETAIL.
               05 FILLER PIC X(14) VALUE "VENDOR TOTAL  ".
               05 WS-VTL-VENDOR PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-VTL-VALUE PIC ZZZZZZZZZ9.99.

           01 WS-VALUE-TOTAL-DETAIL.
               05 FILLER PIC X(26)
                   VALUE "TOTAL STOCKROOM VALUE     ".
               05 WS-TTL-VALUE PIC ZZZZZZZZZ9.99.
