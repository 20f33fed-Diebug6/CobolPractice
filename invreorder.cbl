      *          already has an open PO, so the receipts posting run
      *          can relieve it. Replaces the old single hard-coded
      *          threshold with the per-item reorder point carried on
      *          the master. The item's vendor code is checked
      *          against the vendor master (vendmaster.dat) before an
      *          order is cut: no PO is cut to a vendor that is not on
      *          the master or is inactive, and the item is flagged on
      *          the report for purchasing to re-source. Quantity
      *          still owed to departments on open back-orders
      *          (backorder.dat) counts as demand: an item is due for
      *          ordering once its on-hand balance is at or below its
      *          reorder point plus that quantity, and the suggested
      *          order covers it as well.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REORDER-REPORT-STATUS.

               SELECT BACKORDER-FILE ASSIGN TO "../backorder.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKO-KEY
               FILE STATUS IS WS-BACKORDER-STATUS.

               SELECT VENDOR-MASTER ASSIGN TO "../vendmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VND-CODE
               FILE STATUS IS WS-VENDOR-MASTER-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD ITEM-MASTER.
               COPY POREC.CPY.

           FD REORDER-REPORT.
           01 REORDER-REPORT-LINE PIC X(90).

           FD BACKORDER-FILE.
           01 BACKORDER-RECORD.
               COPY BKOREC.CPY.

           FD VENDOR-MASTER.
           01 VENDOR-MASTER-RECORD.
               COPY VENDREC.CPY.

           WORKING-STORAGE SECTION.
           01 WS-ITEM-MASTER-STATUS PIC X(2).
           01 WS-REORDER-REPORT-STATUS PIC X(2).
           01 WS-RUN-PARM-STATUS PIC X(2).
           COPY WSPARM.CPY.

           01 WS-MASTER-EOF PIC A(1).
           01 WS-OPEN-PO-STATUS PIC X(2).
           01 WS-PO-EOF PIC A(1).
           01 WS-RUN-DATE PIC 9(8).
           01 WS-VENDOR-MASTER-STATUS PIC X(2).

           01 WS-BACKORDER-STATUS PIC X(2).
           01 WS-BKO-AVAILABLE PIC A(1) VALUE 'N'.
           01 WS-BKO-EOF PIC A(1).
           COPY WSREORD.CPY.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE WS-PARM-NUMERIC-VALUE TO WS-REORDER-FACTOR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM OPEN-PO-MASTER.
           OPEN INPUT VENDOR-MASTER.
           IF WS-VENDOR-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN VENDOR-MASTER, STATUS="
                   WS-VENDOR-MASTER-STATUS
               CLOSE OPEN-PO-FILE
               STOP RUN
           END-IF.
           OPEN INPUT BACKORDER-FILE.
           IF WS-BACKORDER-STATUS = "00"
               MOVE 'Y' TO WS-BKO-AVAILABLE
           ELSE
               DISPLAY "BACK-ORDER FILE NOT AVAILABLE, STATUS="
                   WS-BACKORDER-STATUS " - NO BACK-ORDER DEMAND ADDED"
           END-IF.
           OPEN INPUT ITEM-MASTER.
           IF WS-ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ITEM-MASTER, STATUS="
           CLOSE REORDER-REPORT.
           CLOSE ITEM-MASTER.
           CLOSE OPEN-PO-FILE.
           CLOSE VENDOR-MASTER.
           IF WS-BKO-AVAILABLE = 'Y'
               CLOSE BACKORDER-FILE
           END-IF.
           DISPLAY "REORDER REPORT COMPLETE - " WS-REORDER-COUNT
               " OF " WS-ITEM-COUNT " ITEM(S) NEED ORDERING, "
               WS-PO-CUT-COUNT " PURCHASE ORDER(S) CUT, "
               WS-BAD-VENDOR-COUNT " HELD FOR VENDOR, "
               WS-BACKORDER-ITEM-COUNT " WITH BACK-ORDERS".
           STOP RUN.

       COPY REORDERP.CPY.

       COPY PARMP.CPY.

