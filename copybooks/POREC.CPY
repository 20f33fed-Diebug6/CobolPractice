      * order, relieved by INVENTORY-POST as receipts referencing the
      * PO number arrive, and aged by PO-AGING once past the expected
      * date. PO-STATUS: O = open, C = closed (fully received).
      * PO-FIRST-RECEIPT-DATE and PO-LAST-RECEIPT-DATE are the
      * effective dates (ITR-TRAN-DATE, defaulting to the run date) of
      * the first and most recent receipt posted against the order
      * (zero until one arrives) and PO-RECEIPT-COUNT the number
      * of receipts, kept by the posting run for the vendor delivery
      * scorecard.
      ******************************************************************
           05 PO-NUMBER PIC 9(6).
           05 PO-ITEM-ID PIC X(6).
           05 PO-STATUS PIC X(1).
               88 PO-OPEN VALUE 'O'.
               88 PO-CLOSED VALUE 'C'.
           05 PO-FIRST-RECEIPT-DATE PIC 9(8).
           05 PO-LAST-RECEIPT-DATE PIC 9(8).
           05 PO-RECEIPT-COUNT PIC 9(3).
