      ******************************************************************
      * Vendor master record layout (vendmaster.dat), keyed on
      * VND-CODE. The vendor code is the value INV-VENDOR and
      * PO-VENDOR carry, so every spelling of a supplier resolves to
      * one record. VND-STD-LEAD-TIME is the vendor's quoted lead time
      * in days, the yardstick the delivery scorecard measures actual
      * lead times against alongside INV-LEAD-TIME-DAYS.
      * VND-STATUS: A = active, I = inactive (no new orders cut).
      ******************************************************************
           05 VND-CODE PIC X(10).
           05 VND-NAME PIC X(30).
           05 VND-CONTACT-NAME PIC X(20).
           05 VND-CONTACT-PHONE PIC X(12).
           05 VND-STD-LEAD-TIME PIC 9(3).
           05 VND-STATUS PIC X(1).
               88 VND-ACTIVE VALUE 'A'.
               88 VND-INACTIVE VALUE 'I'.
