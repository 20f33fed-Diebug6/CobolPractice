      ******************************************************************
      * Reorder scan of the inventory item master, shared by
      * INVENTORY-REORDER and the INVENTORY-DRIVER nightly run.
      * PERFORM OPEN-PO-MASTER to open openpo.dat I-O (built when
      * missing) and load the items already on order, then
      * SCAN-ITEM-MASTER writes a REORDER-REPORT line for every item
      * at or below its reorder point plus open back-orders and cuts
      * a PO where one is due. Caller must supply the ITEM-MASTER,
      * OPEN-PO-FILE, BACKORDER-FILE, VENDOR-MASTER and
      * REORDER-REPORT FDs, the WSREORD.CPY fields, WS-RUN-DATE,
      * WS-MASTER-EOF, WS-PO-EOF, WS-BKO-EOF and WS-BKO-AVAILABLE,
      * and opens the other files itself.
      ******************************************************************
       OPEN-PO-MASTER.
           OPEN I-O OPEN-PO-FILE.
           IF WS-OPEN-PO-STATUS = "35"
               DISPLAY "NO OPEN-PO FILE ON SITE - BUILDING A NEW ONE"
               OPEN OUTPUT OPEN-PO-FILE
               CLOSE OPEN-PO-FILE
               OPEN I-O OPEN-PO-FILE
           END-IF.
           IF WS-OPEN-PO-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN OPEN-PO-FILE, STATUS="
                   WS-OPEN-PO-STATUS
               STOP RUN
           END-IF.
           PERFORM LOAD-OPEN-PO-TABLE.

       LOAD-OPEN-PO-TABLE.
           MOVE 'N' TO WS-PO-EOF.
           MOVE ZERO TO WS-OPEN-PO-COUNT.
           MOVE LOW-VALUES TO PO-NUMBER.
           START OPEN-PO-FILE KEY IS NOT LESS THAN PO-NUMBER
               INVALID KEY MOVE 'Y' TO WS-PO-EOF
           END-START.
           PERFORM UNTIL WS-PO-EOF = 'Y'
               READ OPEN-PO-FILE NEXT
                   AT END MOVE 'Y' TO WS-PO-EOF
                   NOT AT END PERFORM NOTE-ONE-OPEN-PO
               END-READ
           END-PERFORM.

       NOTE-ONE-OPEN-PO.
           IF PO-NUMBER >= WS-NEXT-PO-NUMBER
               COMPUTE WS-NEXT-PO-NUMBER = PO-NUMBER + 1
           END-IF
           IF PO-OPEN
               IF WS-OPEN-PO-COUNT >= 200
                   DISPLAY "OPEN-PO TABLE FULL - DUPLICATE ORDERS "
                       "NOT FULLY SUPPRESSED"
               ELSE
                   ADD 1 TO WS-OPEN-PO-COUNT
                   SET WS-OPEN-PO-IDX TO WS-OPEN-PO-COUNT
                   MOVE PO-ITEM-ID
                       TO WS-OPEN-PO-ITEM (WS-OPEN-PO-IDX)
               END-IF
           END-IF.

       CHECK-ITEM-HAS-OPEN-PO.
           MOVE 'N' TO WS-ITEM-HAS-OPEN-PO.
           PERFORM VARYING WS-OPEN-PO-IDX FROM 1 BY 1
               UNTIL WS-OPEN-PO-IDX > WS-OPEN-PO-COUNT
               OR WS-ITEM-HAS-OPEN-PO = 'Y'
               IF WS-OPEN-PO-ITEM (WS-OPEN-PO-IDX) = INV-ITEM-ID
                   MOVE 'Y' TO WS-ITEM-HAS-OPEN-PO
               END-IF
           END-PERFORM.

       CUT-PURCHASE-ORDER.
           INITIALIZE OPEN-PO-RECORD.
           MOVE WS-NEXT-PO-NUMBER TO PO-NUMBER.
           MOVE INV-ITEM-ID TO PO-ITEM-ID.
           MOVE INV-VENDOR TO PO-VENDOR.
           MOVE WS-RUN-DATE TO PO-ORDER-DATE.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
               + INV-LEAD-TIME-DAYS.
           COMPUTE PO-EXPECTED-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
           MOVE WS-SUGGESTED-ORDER TO PO-ORDER-QTY.
           MOVE ZERO TO PO-RECEIVED-QTY.
           MOVE 'O' TO PO-STATUS.
           WRITE OPEN-PO-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO CUT PO " PO-NUMBER
                       " FOR ITEM " INV-ITEM-ID
                       ", STATUS=" WS-OPEN-PO-STATUS
                   MOVE "NO PO" TO WS-RPT-PO-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-PO-CUT-COUNT
                   MOVE PO-NUMBER TO WS-RPT-PO-NUMBER
                   ADD 1 TO WS-NEXT-PO-NUMBER
           END-WRITE.

       CHECK-ITEM-VENDOR.
           MOVE 'Y' TO WS-VENDOR-OK
           MOVE INV-VENDOR TO VND-CODE
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VENDOR-OK
                   MOVE "BAD VEND" TO WS-RPT-PO-NUMBER
                   DISPLAY "NO PO CUT FOR ITEM " INV-ITEM-ID
                       ", VENDOR '" INV-VENDOR
                       "' NOT ON VENDOR MASTER"
               NOT INVALID KEY
                   IF VND-INACTIVE
                       MOVE 'N' TO WS-VENDOR-OK
                       MOVE "INACTIVE" TO WS-RPT-PO-NUMBER
                       DISPLAY "NO PO CUT FOR ITEM " INV-ITEM-ID
                           ", VENDOR " INV-VENDOR " IS INACTIVE"
                   END-IF
           END-READ
           IF WS-VENDOR-OK = 'N'
               ADD 1 TO WS-BAD-VENDOR-COUNT
           END-IF.

       SCAN-ITEM-MASTER.
           MOVE 'N' TO WS-MASTER-EOF
           MOVE LOW-VALUES TO INV-ITEM-ID
           START ITEM-MASTER KEY IS NOT LESS THAN INV-ITEM-ID
               INVALID KEY MOVE 'Y' TO WS-MASTER-EOF
           END-START
           PERFORM UNTIL WS-MASTER-EOF = 'Y'
               READ ITEM-MASTER NEXT
                   AT END MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       ADD 1 TO WS-ITEM-COUNT
                       PERFORM SUM-ITEM-BACK-ORDERS
                       IF INV-QOH <=
                           INV-REORDER-POINT + WS-ITEM-BACKORDER-QTY
                           PERFORM WRITE-REORDER-DETAIL
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-REORDER-DETAIL.
           ADD 1 TO WS-REORDER-COUNT
           COMPUTE WS-SUGGESTED-ORDER =
               (INV-REORDER-POINT * WS-REORDER-FACTOR)
               + WS-ITEM-BACKORDER-QTY - INV-QOH
           PERFORM CHECK-ITEM-HAS-OPEN-PO
           IF WS-ITEM-HAS-OPEN-PO = 'Y'
               MOVE "ON ORDER" TO WS-RPT-PO-NUMBER
           ELSE
               PERFORM CHECK-ITEM-VENDOR
               IF WS-VENDOR-OK = 'Y'
                   PERFORM CUT-PURCHASE-ORDER
               END-IF
           END-IF
           MOVE INV-ITEM-ID TO WS-RPT-ITEM-ID
           MOVE INV-DESCRIPTION TO WS-RPT-DESCRIPTION
           MOVE INV-VENDOR TO WS-RPT-VENDOR
           MOVE INV-LEAD-TIME-DAYS TO WS-RPT-LEAD-TIME
           MOVE INV-QOH TO WS-RPT-QOH
           MOVE INV-REORDER-POINT TO WS-RPT-REORDER-POINT
           MOVE WS-ITEM-BACKORDER-QTY TO WS-RPT-BACKORDER
           MOVE WS-SUGGESTED-ORDER TO WS-RPT-SUGGESTED
           MOVE WS-REPORT-DETAIL TO REORDER-REPORT-LINE
           WRITE REORDER-REPORT-LINE.

       SUM-ITEM-BACK-ORDERS.
           MOVE ZERO TO WS-ITEM-BACKORDER-QTY
           IF WS-BKO-AVAILABLE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BKO-EOF
           MOVE INV-ITEM-ID TO BKO-ITEM-ID
           MOVE ZERO TO BKO-REQUEST-DATE
           MOVE ZERO TO BKO-SEQUENCE
           START BACKORDER-FILE KEY IS NOT LESS THAN BKO-KEY
               INVALID KEY MOVE 'Y' TO WS-BKO-EOF
           END-START
           PERFORM UNTIL WS-BKO-EOF = 'Y'
               READ BACKORDER-FILE NEXT
                   AT END MOVE 'Y' TO WS-BKO-EOF
                   NOT AT END
                       IF BKO-ITEM-ID NOT = INV-ITEM-ID
                           MOVE 'Y' TO WS-BKO-EOF
                       ELSE
                           IF BKO-OPEN
                               COMPUTE WS-ITEM-BACKORDER-QTY =
                                   WS-ITEM-BACKORDER-QTY
                                   + BKO-ORDER-QTY - BKO-FILLED-QTY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ITEM-BACKORDER-QTY > ZERO
               ADD 1 TO WS-BACKORDER-ITEM-COUNT
           END-IF.
