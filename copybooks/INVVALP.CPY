      ******************************************************************
      * Stock valuation of the inventory item master, shared by
      * STOCK-VALUATION and the INVENTORY-DRIVER nightly run. With
      * ITEM-MASTER open for input and VALUATION-REPORT open,
      * PERFORM SCAN-VALUATION-MASTER to print a line per item and
      * WRITE-VENDOR-TOTALS for the vendor section totals; the grand
      * total is left in WS-TOTAL-VALUE. Caller must supply both FDs,
      * the WSINVVAL.CPY fields and WS-MASTER-EOF.
      ******************************************************************
       SCAN-VALUATION-MASTER.
           MOVE 'N' TO WS-MASTER-EOF
           MOVE LOW-VALUES TO INV-ITEM-ID
           START ITEM-MASTER KEY IS NOT LESS THAN INV-ITEM-ID
               INVALID KEY MOVE 'Y' TO WS-MASTER-EOF
           END-START
           PERFORM UNTIL WS-MASTER-EOF = 'Y'
               READ ITEM-MASTER NEXT
                   AT END MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END PERFORM VALUE-ONE-ITEM
               END-READ
           END-PERFORM.

       VALUE-ONE-ITEM.
           ADD 1 TO WS-VALUED-COUNT
           IF INV-UNIT-COST NOT NUMERIC
               MOVE ZERO TO INV-UNIT-COST
           END-IF
           COMPUTE WS-ITEM-VALUE = INV-QOH * INV-UNIT-COST
           ADD WS-ITEM-VALUE TO WS-TOTAL-VALUE
           PERFORM POST-VENDOR-TOTAL
           MOVE INV-ITEM-ID TO WS-VAL-ITEM-ID
           MOVE INV-DESCRIPTION TO WS-VAL-DESCRIPTION
           MOVE INV-VENDOR TO WS-VAL-VENDOR
           MOVE INV-QOH TO WS-VAL-QOH
           MOVE INV-UNIT-COST TO WS-VAL-UNIT-COST
           MOVE WS-ITEM-VALUE TO WS-VAL-VALUE
           MOVE WS-VALUE-DETAIL TO VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE.

       POST-VENDOR-TOTAL.
           MOVE 'N' TO WS-VENDOR-FOUND
           PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
               UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
               OR WS-VENDOR-FOUND = 'Y'
               IF WS-VENDOR-ID (WS-VENDOR-IDX) = INV-VENDOR
                   MOVE 'Y' TO WS-VENDOR-FOUND
               END-IF
           END-PERFORM
           IF WS-VENDOR-FOUND = 'Y'
               SET WS-VENDOR-IDX DOWN BY 1
           ELSE
               IF WS-VENDOR-COUNT >= 50
                   DISPLAY "VENDOR TOTAL TABLE FULL - VENDOR "
                       INV-VENDOR " IN GRAND TOTAL ONLY"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-VENDOR-COUNT
               SET WS-VENDOR-IDX TO WS-VENDOR-COUNT
               MOVE INV-VENDOR TO WS-VENDOR-ID (WS-VENDOR-IDX)
               MOVE ZERO TO WS-VENDOR-VALUE (WS-VENDOR-IDX)
           END-IF
           ADD WS-ITEM-VALUE TO WS-VENDOR-VALUE (WS-VENDOR-IDX).

       WRITE-VENDOR-TOTALS.
           MOVE "----- VENDOR SECTION TOTALS -----"
               TO VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE
           PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
               UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
               MOVE WS-VENDOR-ID (WS-VENDOR-IDX) TO WS-VTL-VENDOR
               MOVE WS-VENDOR-VALUE (WS-VENDOR-IDX) TO WS-VTL-VALUE
               MOVE WS-VENDOR-DETAIL TO VALUATION-REPORT-LINE
               WRITE VALUATION-REPORT-LINE
           END-PERFORM.
