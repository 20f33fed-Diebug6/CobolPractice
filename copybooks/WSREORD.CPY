      ******************************************************************
      * WORKING-STORAGE for the reorder scan in REORDERP.CPY, COPYed
      * at the 01 level by INVENTORY-REORDER and INVENTORY-DRIVER. The
      * caller declares the file status fields, WS-RUN-DATE and the
      * end-of-file and availability flags for the item master,
      * open-PO and back-order files itself, since the other steps of
      * the driver share them.
      ******************************************************************
           01 WS-REORDER-FACTOR PIC 9(2) VALUE 2.

           01 WS-FACTOR-HEADING.
               05 FILLER PIC X(22) VALUE "REORDER FACTOR USED : ".
               05 WS-HDG-FACTOR PIC Z9.

           01 WS-ITEM-COUNT PIC 9(5) VALUE ZERO.
           01 WS-REORDER-COUNT PIC 9(5) VALUE ZERO.
           01 WS-SUGGESTED-ORDER PIC 9(6) VALUE ZERO.

           01 WS-NEXT-PO-NUMBER PIC 9(6) VALUE 1.
           01 WS-PO-CUT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-ITEM-HAS-OPEN-PO PIC A(1).
           01 WS-DATE-INTEGER PIC 9(7).

           01 WS-VENDOR-OK PIC A(1).
           01 WS-BAD-VENDOR-COUNT PIC 9(5) VALUE ZERO.

           01 WS-ITEM-BACKORDER-QTY PIC 9(6) VALUE ZERO.
           01 WS-BACKORDER-ITEM-COUNT PIC 9(5) VALUE ZERO.

           01 WS-OPEN-PO-TABLE.
               05 WS-OPEN-PO-COUNT PIC 9(3) VALUE ZERO.
               05 WS-OPEN-PO-ENTRY OCCURS 200 TIMES
                       INDEXED BY WS-OPEN-PO-IDX.
                   10 WS-OPEN-PO-ITEM PIC X(6).

           01 WS-REPORT-HEADING.
               05 FILLER PIC X(7) VALUE "ITEM".
               05 FILLER PIC X(21) VALUE "DESCRIPTION".
               05 FILLER PIC X(11) VALUE "VENDOR".
               05 FILLER PIC X(5) VALUE "LEAD".
               05 FILLER PIC X(7) VALUE "ONHAND".
               05 FILLER PIC X(7) VALUE "REORDP".
               05 FILLER PIC X(8) VALUE "BACKORD".
               05 FILLER PIC X(8) VALUE "SUGGEST".
               05 FILLER PIC X(8) VALUE "PO".

           01 WS-REPORT-DETAIL.
               05 WS-RPT-ITEM-ID PIC X(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RPT-DESCRIPTION PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RPT-VENDOR PIC X(10).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RPT-LEAD-TIME PIC ZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-QOH PIC ZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-REORDER-POINT PIC ZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-BACKORDER PIC ZZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-SUGGESTED PIC ZZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-PO-NUMBER PIC X(8).
