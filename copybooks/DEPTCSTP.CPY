      ******************************************************************
      * Issue costing by charge-to department, shared by
      * ISSUE-COST-SUMMARY and the INVENTORY-DRIVER nightly run. With
      * ITEM-MASTER open for input, PERFORM COST-ONE-ISSUE for every
      * I transaction read from invtran.txt, then PRINT-DEPT-REPORT
      * to write deptcost.txt. Caller must supply the ITEM-MASTER,
      * INVENTORY-TRANS and DEPT-COST-REPORT FDs, the WSDEPTC.CPY
      * fields and WS-RUN-DATE.
      ******************************************************************
       COST-ONE-ISSUE.
           MOVE ITR-ITEM-ID TO INV-ITEM-ID
           READ ITEM-MASTER
               INVALID KEY
                   ADD 1 TO WS-UNKNOWN-ITEM-COUNT
                   DISPLAY "ISSUE FOR UNKNOWN ITEM " ITR-ITEM-ID
                       " NOT COSTED"
               NOT INVALID KEY
                   PERFORM POST-ISSUE-TO-DEPT
           END-READ.

       POST-ISSUE-TO-DEPT.
           ADD 1 TO WS-COSTED-ISSUE-COUNT
           IF INV-UNIT-COST NOT NUMERIC
               MOVE ZERO TO INV-UNIT-COST
           END-IF
           COMPUTE WS-ISSUE-COST = ITR-QUANTITY * INV-UNIT-COST
           ADD WS-ISSUE-COST TO WS-TOTAL-COST
           ADD ITR-QUANTITY TO WS-TOTAL-QTY
           IF ITR-DEPARTMENT = SPACES
               MOVE "(NONE)" TO WS-WORK-DEPT
           ELSE
               MOVE ITR-DEPARTMENT TO WS-WORK-DEPT
           END-IF
           MOVE 'N' TO WS-DEPT-FOUND
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               OR WS-DEPT-FOUND = 'Y'
               IF WS-DEPT-ID (WS-DEPT-IDX) = WS-WORK-DEPT
                   MOVE 'Y' TO WS-DEPT-FOUND
               END-IF
           END-PERFORM
           IF WS-DEPT-FOUND = 'Y'
               SET WS-DEPT-IDX DOWN BY 1
           ELSE
               IF WS-DEPT-COUNT >= 50
                   DISPLAY "DEPARTMENT TABLE FULL - DEPARTMENT "
                       WS-WORK-DEPT " IN GRAND TOTAL ONLY"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DEPT-COUNT
               SET WS-DEPT-IDX TO WS-DEPT-COUNT
               MOVE WS-WORK-DEPT TO WS-DEPT-ID (WS-DEPT-IDX)
               MOVE ZERO TO WS-DEPT-ISSUES (WS-DEPT-IDX)
               MOVE ZERO TO WS-DEPT-QTY (WS-DEPT-IDX)
               MOVE ZERO TO WS-DEPT-COST (WS-DEPT-IDX)
           END-IF
           ADD 1 TO WS-DEPT-ISSUES (WS-DEPT-IDX)
           ADD ITR-QUANTITY TO WS-DEPT-QTY (WS-DEPT-IDX)
           ADD WS-ISSUE-COST TO WS-DEPT-COST (WS-DEPT-IDX).

       PRINT-DEPT-REPORT.
           OPEN OUTPUT DEPT-COST-REPORT.
           IF WS-DEPT-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN DEPT-COST-REPORT, STATUS="
                   WS-DEPT-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
           MOVE WS-REPORT-HEADING-1 TO DEPT-COST-LINE.
           WRITE DEPT-COST-LINE.
           MOVE WS-REPORT-HEADING-2 TO DEPT-COST-LINE.
           WRITE DEPT-COST-LINE.
           IF WS-DEPT-COUNT = ZERO
               MOVE "NO ISSUES ON THE TRANSACTION FILE"
                   TO DEPT-COST-LINE
               WRITE DEPT-COST-LINE
           ELSE
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   MOVE WS-DEPT-ID (WS-DEPT-IDX) TO WS-RPT-DEPT
                   MOVE WS-DEPT-ISSUES (WS-DEPT-IDX) TO WS-RPT-ISSUES
                   MOVE WS-DEPT-QTY (WS-DEPT-IDX) TO WS-RPT-QTY
                   MOVE WS-DEPT-COST (WS-DEPT-IDX) TO WS-RPT-COST
                   MOVE WS-DEPT-DETAIL TO DEPT-COST-LINE
                   WRITE DEPT-COST-LINE
               END-PERFORM
               MOVE WS-COSTED-ISSUE-COUNT TO WS-TTL-ISSUES
               MOVE WS-TOTAL-QTY TO WS-TTL-QTY
               MOVE WS-TOTAL-COST TO WS-TTL-COST
               MOVE WS-TOTAL-DETAIL TO DEPT-COST-LINE
               WRITE DEPT-COST-LINE
           END-IF.
           CLOSE DEPT-COST-REPORT.
