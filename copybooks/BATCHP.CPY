      * apply loop: it routes control records and applies data records
      * only when the current batch balanced; a data record skipped
      * for an unbalanced batch goes to the recycle file with reason
      * BAT so it can be corrected and resubmitted. A data record whose
      * transaction code the operator is not authorized for (see
      * AUTHP.CPY) is rejected to the recycle file with reason AUT.
      * Caller must supply the TRANFILE and BATCH-REJECTS FDs (the
      * second 01 under TRANFILE being BATCHCTL.CPY), WS-TRAN-STATUS,
      * the WS-BATCH-* working storage the paragraphs reference, and
      * the operator authority fields and paragraphs of AUTHP.CPY.
      ******************************************************************
       BALANCE-TRAN-BATCHES.
           MOVE ZERO TO WS-BATCH-COUNT
                   MOVE 'N' TO WS-CURRENT-BATCH-OK
               WHEN OTHER
                   IF WS-CURRENT-BATCH-OK = 'Y'
                       PERFORM APPLY-AUTHORIZED-TRANSACTION
                   ELSE
                       ADD 1 TO WS-SKIPPED-TRAN-COUNT
                       MOVE "BAT" TO WS-RECYCLE-REASON
                   END-IF
           END-EVALUATE.

       APPLY-AUTHORIZED-TRANSACTION.
           MOVE TRAN-CODE TO WS-AUTH-TRAN-CODE
           MOVE TRAN-STUDENT-ID TO WS-AUTH-VIOL-KEY
           PERFORM CHECK-TRAN-AUTHORITY
           IF WS-AUTH-TRAN-OK = 'Y'
               PERFORM APPLY-TRANSACTION
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "OPERATOR " WS-OPERATOR-ID " NOT AUTHORIZED "
                   "FOR TRAN-CODE " TRAN-CODE " ON STUDENT-ID "
                   TRAN-STUDENT-ID
               MOVE "AUT" TO WS-RECYCLE-REASON
               PERFORM WRITE-RECYCLE-RECORD
           END-IF.

       SELECT-CURRENT-BATCH.
           MOVE 'N' TO WS-CURRENT-BATCH-OK
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
