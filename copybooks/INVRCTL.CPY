      ******************************************************************
      * Run-control record layout (invrunctl.txt) for the
      * INVENTORY-DRIVER nightly run, kept apart from the student
      * side's runctl.txt. Every run appends an S (start) record
      * before its first step, a P record as each step completes and
      * an E (end) record after its last, each carrying the counts so
      * far and the number of the last step completed
      * (1 INVENTORY-POST, 2 INVENTORY-REORDER, 3 PO-AGING,
      * 4 STOCK-VALUATION, 5 ISSUE-COST-SUMMARY); an X record marks
      * an incomplete run explicitly cleared by an operator. A
      * trailing S or P with no matching E or X means the previous
      * run died mid-stream, and the driver refuses to start until it
      * is cleared - this is the guard against posting invtran.txt
      * twice. IRC-POSTING-DONE is Y once the posting step has
      * completed in the run (N when it was skipped on a resumed
      * run), and IRC-HALTED is Y when posting rejects exceeded the
      * threshold and the later steps were not run.
      * The file is extended every run and never converted, so new
      * fields are appended AFTER the original record - never
      * inserted mid-record.
      ******************************************************************
           05 IRC-RECORD-TYPE PIC X(1).
               88 IRC-START VALUE 'S'.
               88 IRC-STEP-DONE VALUE 'P'.
               88 IRC-END VALUE 'E'.
               88 IRC-CLEARED VALUE 'X'.
           05 IRC-RUN-NUMBER PIC 9(5).
           05 IRC-TIMESTAMP PIC X(21).
           05 IRC-OPERATOR-ID PIC X(8).
           05 IRC-LAST-STEP PIC 9(1).
           05 IRC-POSTING-DONE PIC X(1).
           05 IRC-HALTED PIC X(1).
           05 IRC-REJECT-THRESHOLD PIC 9(5).
           05 IRC-RECEIPT-COUNT PIC 9(5).
           05 IRC-ISSUE-COUNT PIC 9(5).
           05 IRC-ADJUSTMENT-COUNT PIC 9(5).
           05 IRC-COST-CHANGE-COUNT PIC 9(5).
           05 IRC-POST-REJECT-COUNT PIC 9(5).
           05 IRC-CLOSED-PERIOD-COUNT PIC 9(5).
           05 IRC-BACKORDER-COUNT PIC 9(5).
           05 IRC-BKO-FILL-COUNT PIC 9(5).
           05 IRC-REORDER-COUNT PIC 9(5).
           05 IRC-PO-CUT-COUNT PIC 9(5).
           05 IRC-OVERDUE-PO-COUNT PIC 9(5).
           05 IRC-VALUED-COUNT PIC 9(5).
           05 IRC-STOCK-VALUE PIC 9(11)V9(2).
           05 IRC-COSTED-ISSUE-COUNT PIC 9(5).
