      * checked the same way against the section reference: the caller
      * must also COPY SECTIONP.CPY, supply its working storage, and
      * PERFORM LOAD-SECTION-TABLE first.
      * A CHANGE that alters the mark or a subject score after the
      * term has been closed is held for a second operator's approval
      * rather than applied: the caller must also COPY HOLDP.CPY and
      * supply its files and working storage (see HOLDP.CPY).
      ******************************************************************
       VALIDATE-TRANSACTION.
           SET WS-RECORD-VALID TO TRUE
               AND TRAN-STATUS-CODE NOT = SPACE
               SET WS-RECORD-INVALID TO TRUE
           END-IF
           IF TRAN-GRADE-LEVEL NOT NUMERIC
               AND TRAN-GRADE-LEVEL NOT = SPACES
               SET WS-RECORD-INVALID TO TRUE
           END-IF
           IF WS-RECORD-VALID
               AND (TRAN-CODE = 'A' OR TRAN-CODE = 'C')
               AND WS-CATALOG-LOADED = 'Y'
           MOVE WS-AFTER-MARK TO AUD-AFTER-MARK
           MOVE WS-AFTER-STATUS TO AUD-AFTER-STATUS
           MOVE WS-RUN-NUMBER TO AUD-RUN-NUMBER
           IF WS-RELEASE-MODE = 'Y'
               MOVE WS-AUDIT-MAKER-ID TO AUD-MAKER-ID
               MOVE WS-AUDIT-CHECKER-ID TO AUD-CHECKER-ID
           ELSE
               MOVE WS-OPERATOR-ID TO AUD-MAKER-ID
               MOVE SPACES TO AUD-CHECKER-ID
           END-IF
           WRITE AUDIT-RECORD.

       APPLY-TRANSACTION.
                   MOVE TRAN-STATUS-CODE TO STUDENT-STATUS-CODE
               END-IF
               MOVE TRAN-SECTION-CODE TO STUDENT-SECTION-CODE
               IF TRAN-GRADE-LEVEL NUMERIC
                   MOVE TRAN-GRADE-LEVEL TO STUDENT-GRADE-LEVEL
               ELSE
                   MOVE ZERO TO STUDENT-GRADE-LEVEL
               END-IF
               MOVE TRAN-SUBJECT-COUNT TO STUDENT-SUBJECT-COUNT
               PERFORM VARYING TRAN-SUBJECT-IDX FROM 1 BY 1
                   UNTIL TRAN-SUBJECT-IDX > TRAN-SUBJECT-COUNT
                       MOVE "VAL" TO WS-RECYCLE-REASON
                       PERFORM WRITE-RECYCLE-RECORD
                   ELSE
                       PERFORM CHECK-GRADE-CHANGE
                       IF WS-GRADE-CHANGED = 'Y'
                           PERFORM HOLD-FOR-APPROVAL
                       ELSE
                           PERFORM APPLY-STUDENT-CHANGE
                       END-IF
                   END-IF
           END-READ.

       APPLY-STUDENT-CHANGE.
           MOVE STUDENT-NAME TO WS-BEFORE-NAME
           MOVE STUDENT-MARK TO WS-BEFORE-MARK
           MOVE STUDENT-STATUS-CODE TO WS-BEFORE-STATUS
           MOVE TRAN-STUDENT-NAME TO STUDENT-NAME
           MOVE TRAN-STUDENT-MARK TO STUDENT-MARK
           IF TRAN-STATUS-CODE NOT = SPACE
               MOVE TRAN-STATUS-CODE TO STUDENT-STATUS-CODE
           END-IF
           IF TRAN-SECTION-CODE NOT = SPACES
               MOVE TRAN-SECTION-CODE TO STUDENT-SECTION-CODE
           END-IF
           IF TRAN-GRADE-LEVEL NUMERIC
               MOVE TRAN-GRADE-LEVEL TO STUDENT-GRADE-LEVEL
           END-IF
           MOVE TRAN-SUBJECT-COUNT TO STUDENT-SUBJECT-COUNT
           PERFORM VARYING TRAN-SUBJECT-IDX FROM 1 BY 1
               UNTIL TRAN-SUBJECT-IDX > TRAN-SUBJECT-COUNT
               OR TRAN-SUBJECT-IDX > 5
               MOVE TRAN-SUBJECT-CODE (TRAN-SUBJECT-IDX)
                   TO SUBJECT-CODE (TRAN-SUBJECT-IDX)
               MOVE TRAN-SUBJECT-SCORE (TRAN-SUBJECT-IDX)
                   TO SUBJECT-SCORE (TRAN-SUBJECT-IDX)
               MOVE TRAN-SUBJECT-STATUS (TRAN-SUBJECT-IDX)
                   TO SUBJECT-STATUS (TRAN-SUBJECT-IDX)
           END-PERFORM
           REWRITE STUDENT-FILE
           ADD 1 TO WS-CHANGE-COUNT
           MOVE TRAN-STUDENT-NAME TO WS-AFTER-NAME
           MOVE TRAN-STUDENT-MARK TO WS-AFTER-MARK
           MOVE STUDENT-STATUS-CODE TO WS-AFTER-STATUS
           PERFORM WRITE-AUDIT-RECORD.

       DELETE-STUDENT.
           MOVE TRAN-STUDENT-ID TO STUDENT-ID
           READ STUDENT
