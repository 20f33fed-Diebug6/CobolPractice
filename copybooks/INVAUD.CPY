      * the transaction code, and the before/after on-hand balance.
      * IAU-REASON carries the adjustment reason code so a cycle-count
      * correction can never masquerade as a real receipt.
      * IAU-TRAN-CODE P is an approved reorder point change applied by
      * REORDER-RECALC (reason ROP): the on-hand balance is unchanged
      * and IAU-BEFORE-ROP/IAU-AFTER-ROP carry the old and new
      * reorder point. Other codes carry the item's reorder point,
      * unchanged, in both.
      * IAU-TRAN-DATE is the transaction's effective date (its
      * ITR-TRAN-DATE, or the posting date when that was blank); the
      * month-end close assigns each record to a month by it. Records
      * written before it existed read spaces there and fall back to
      * the date in IAU-TIMESTAMP.
      * IAU-RUN-NUMBER ties a posting to the INVENTORY-DRIVER run that
      * applied it (invrunctl.txt; zero when INVENTORY-POST or
      * REORDER-RECALC ran outside run control) so the nightly balance
      * sheet can count audit records per run. Older records read
      * spaces there; readers guard it with NUMERIC.
      ******************************************************************
           05 IAU-TIMESTAMP PIC X(21).
           05 IAU-OPERATOR-ID PIC X(8).
           05 IAU-PO-NUMBER PIC 9(6).
           05 IAU-BEFORE-COST PIC 9(5)V9(2).
           05 IAU-AFTER-COST PIC 9(5)V9(2).
           05 IAU-BEFORE-ROP PIC 9(5).
           05 IAU-AFTER-ROP PIC 9(5).
           05 IAU-TRAN-DATE PIC 9(8).
           05 IAU-RUN-NUMBER PIC 9(5).
