      ******************************************************************
      * Reorder point proposal record layout (ropprop.txt), written by
      * REORDER-RECALC for every item whose usage-based reorder point
      * differs from the one on the item master. The reviewing
      * operator marks RPP-DECISION A (approve) or R (reject) in place
      * and the APPLY run of REORDER-RECALC applies only the approved
      * lines; a blank decision stays pending. RPP-CURRENT-ROP is the
      * master value the proposal was made against - a line is not
      * applied if the master has changed since. RPP-ABC-CLASS is the
      * item's class by issue value over the usage window.
      ******************************************************************
           05 RPP-ITEM-ID PIC X(6).
           05 FILLER PIC X(1).
           05 RPP-CURRENT-ROP PIC 9(5).
           05 FILLER PIC X(1).
           05 RPP-PROPOSED-ROP PIC 9(5).
           05 FILLER PIC X(1).
           05 RPP-ABC-CLASS PIC X(1).
           05 FILLER PIC X(1).
           05 RPP-AVG-DAILY-USAGE PIC 9(4)V9(2).
           05 FILLER PIC X(1).
           05 RPP-PEAK-DAILY-USAGE PIC 9(5).
           05 FILLER PIC X(1).
           05 RPP-RUN-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 RPP-DECISION PIC X(1).
               88 RPP-APPROVED VALUE 'A'.
               88 RPP-REJECTED VALUE 'R'.
