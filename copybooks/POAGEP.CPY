      ******************************************************************
      * Open purchase-order aging scan, shared by PO-AGING and the
      * INVENTORY-DRIVER nightly run. With OPEN-PO-FILE open for
      * input, the PO-AGING-REPORT open and WS-RUN-DATE-INTEGER set,
      * PERFORM SCAN-OPEN-PO-FILE to list every open order past its
      * expected date. Caller must supply both FDs, the WSPOAGE.CPY
      * fields and WS-PO-EOF.
      ******************************************************************
       SCAN-OPEN-PO-FILE.
           MOVE 'N' TO WS-PO-EOF
           MOVE LOW-VALUES TO PO-NUMBER
           START OPEN-PO-FILE KEY IS NOT LESS THAN PO-NUMBER
               INVALID KEY MOVE 'Y' TO WS-PO-EOF
           END-START
           PERFORM UNTIL WS-PO-EOF = 'Y'
               READ OPEN-PO-FILE NEXT
                   AT END MOVE 'Y' TO WS-PO-EOF
                   NOT AT END
                       IF PO-OPEN
                           ADD 1 TO WS-OPEN-COUNT
                           PERFORM AGE-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM.

       AGE-ONE-ORDER.
           IF PO-EXPECTED-DATE NOT NUMERIC
               OR PO-EXPECTED-DATE = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EXPECTED-INTEGER =
               FUNCTION INTEGER-OF-DATE (PO-EXPECTED-DATE)
           COMPUTE WS-DAYS-OVERDUE =
               WS-RUN-DATE-INTEGER - WS-EXPECTED-INTEGER
           IF WS-DAYS-OVERDUE > ZERO
               ADD 1 TO WS-OVERDUE-COUNT
               COMPUTE WS-QTY-DUE = PO-ORDER-QTY - PO-RECEIVED-QTY
               IF WS-QTY-DUE < ZERO
                   MOVE ZERO TO WS-QTY-DUE
               END-IF
               MOVE PO-NUMBER TO WS-AGE-PO-NUMBER
               MOVE PO-ITEM-ID TO WS-AGE-ITEM-ID
               MOVE PO-VENDOR TO WS-AGE-VENDOR
               MOVE PO-EXPECTED-DATE TO WS-AGE-EXPECTED
               MOVE PO-ORDER-QTY TO WS-AGE-ORDERED
               MOVE PO-RECEIVED-QTY TO WS-AGE-RECEIVED
               MOVE WS-QTY-DUE TO WS-AGE-DUE
               MOVE WS-DAYS-OVERDUE TO WS-AGE-OVERDUE
               MOVE WS-AGING-DETAIL TO PO-AGING-LINE
               WRITE PO-AGING-LINE
           END-IF.
