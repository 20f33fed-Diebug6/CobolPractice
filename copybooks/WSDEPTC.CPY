      ******************************************************************
      * WORKING-STORAGE for the issue costing in DEPTCSTP.CPY, COPYed
      * at the 01 level by ISSUE-COST-SUMMARY and INVENTORY-DRIVER.
      * The caller declares the file status fields, WS-RUN-DATE and
      * WS-INV-TRAN-EOF itself, since the posting step of the driver
      * shares them.
      ******************************************************************
           01 WS-COSTED-ISSUE-COUNT PIC 9(5) VALUE ZERO.
           01 WS-UNKNOWN-ITEM-COUNT PIC 9(5) VALUE ZERO.
           01 WS-ISSUE-COST PIC 9(10)V9(2) VALUE ZERO.
           01 WS-TOTAL-COST PIC 9(11)V9(2) VALUE ZERO.
           01 WS-TOTAL-QTY PIC 9(7) VALUE ZERO.
           01 WS-WORK-DEPT PIC X(6).

           01 WS-DEPT-TOTALS.
               05 WS-DEPT-COUNT PIC 9(3) VALUE ZERO.
               05 WS-DEPT-ENTRY OCCURS 50 TIMES
                       INDEXED BY WS-DEPT-IDX.
                   10 WS-DEPT-ID PIC X(6).
                   10 WS-DEPT-ISSUES PIC 9(5).
                   10 WS-DEPT-QTY PIC 9(7).
                   10 WS-DEPT-COST PIC 9(11)V9(2).
           01 WS-DEPT-FOUND PIC A(1).

           01 WS-REPORT-HEADING-1.
               05 FILLER PIC X(37)
                   VALUE "===== ISSUE COST BY DEPARTMENT =====".
               05 FILLER PIC X(9) VALUE "RUN DATE ".
               05 WS-HDG-RUN-DATE PIC 9(8).

           01 WS-REPORT-HEADING-2.
               05 FILLER PIC X(8) VALUE "DEPT".
               05 FILLER PIC X(8) VALUE "ISSUES".
               05 FILLER PIC X(10) VALUE "QUANTITY".
               05 FILLER PIC X(10) VALUE "COST".

           01 WS-DEPT-DETAIL.
               05 WS-RPT-DEPT PIC X(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-ISSUES PIC ZZZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-RPT-QTY PIC ZZZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-COST PIC ZZZZZZZZZ9.99.

           01 WS-TOTAL-DETAIL.
               05 FILLER PIC X(8) VALUE "TOTAL".
               05 WS-TTL-ISSUES PIC ZZZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-TTL-QTY PIC ZZZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-TTL-COST PIC ZZZZZZZZZ9.99.
