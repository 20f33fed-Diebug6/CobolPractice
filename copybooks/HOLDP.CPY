      ******************************************************************
      * Post-term grade-change hold, COPYed into the PROCEDURE DIVISION
      * of every program that COPYs MAINTP.CPY. Once the term-end
      * snapshot has closed a term (termctl.txt state C), a CHANGE
      * transaction that alters STUDENT-MARK or any subject score is
      * not applied: HOLD-FOR-APPROVAL writes it to the
      * pending-approval file (pendappr.dat) under the keying
      * operator's ID, and it waits there until a different operator
      * approves it and STUDENT-MAINT's RELEASE run applies it.
      * PERFORM LOAD-TERM-CONTROL before the first transaction, and
      * OPEN-PENDING-APPROVALS / CLOSE-PENDING-APPROVALS around the
      * apply loop. A release run sets WS-RELEASE-MODE to Y, which
      * lets the approved change through and has the audit record
      * carry WS-AUDIT-MAKER-ID and WS-AUDIT-CHECKER-ID.
      * Caller must supply the TERM-CONTROL FD (TERMCTL.CPY layout),
      * the PENDING-APPROVAL FD (PENDREC.CPY layout, indexed on
      * PND-KEY), WS-TERM-CONTROL-STATUS, WS-PENDING-STATUS and the
      * WSHOLD.CPY fields.
      ******************************************************************
       LOAD-TERM-CONTROL.
           MOVE 'N' TO WS-TERM-CLOSED
           MOVE SPACES TO WS-CLOSED-TERM-CODE
           OPEN INPUT TERM-CONTROL
           IF WS-TERM-CONTROL-STATUS = "00"
               READ TERM-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       IF TCL-TERM-CLOSED
                           MOVE 'Y' TO WS-TERM-CLOSED
                           MOVE TCL-TERM-CODE TO WS-CLOSED-TERM-CODE
                       END-IF
               END-READ
               CLOSE TERM-CONTROL
           END-IF
           IF WS-TERM-CLOSED = 'Y'
               DISPLAY "TERM " WS-CLOSED-TERM-CODE " IS CLOSED - MARK "
                   "AND SCORE CHANGES WILL BE HELD FOR APPROVAL"
           END-IF.

       OPEN-PENDING-APPROVALS.
           IF WS-TERM-CLOSED = 'N' AND WS-RELEASE-MODE = 'N'
               EXIT PARAGRAPH
           END-IF
           OPEN I-O PENDING-APPROVAL
           IF WS-PENDING-STATUS = "35"
               DISPLAY "NO PENDING-APPROVAL FILE ON FILE - BUILDING A "
                   "NEW ONE"
               OPEN OUTPUT PENDING-APPROVAL
               CLOSE PENDING-APPROVAL
               OPEN I-O PENDING-APPROVAL
           END-IF
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PENDING-APPROVAL, STATUS="
                   WS-PENDING-STATUS
               PERFORM RELEASE-MASTER-LOCK
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-PENDING-OPEN.

       CLOSE-PENDING-APPROVALS.
           IF WS-PENDING-OPEN = 'Y'
               CLOSE PENDING-APPROVAL
               MOVE 'N' TO WS-PENDING-OPEN
           END-IF.

       CHECK-GRADE-CHANGE.
           MOVE 'N' TO WS-GRADE-CHANGED
           IF WS-TERM-CLOSED = 'N' OR WS-RELEASE-MODE = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF TRAN-STUDENT-MARK NOT = STUDENT-MARK
               OR TRAN-SUBJECT-COUNT NOT = STUDENT-SUBJECT-COUNT
               MOVE 'Y' TO WS-GRADE-CHANGED
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TRAN-SUBJECT-IDX FROM 1 BY 1
               UNTIL TRAN-SUBJECT-IDX > TRAN-SUBJECT-COUNT
               OR TRAN-SUBJECT-IDX > 5
               OR WS-GRADE-CHANGED = 'Y'
               SET STUDENT-SUBJECT-IDX TO TRAN-SUBJECT-IDX
               IF TRAN-SUBJECT-CODE (TRAN-SUBJECT-IDX)
                   NOT = SUBJECT-CODE (STUDENT-SUBJECT-IDX)
                   OR TRAN-SUBJECT-SCORE (TRAN-SUBJECT-IDX)
                   NOT = SUBJECT-SCORE (STUDENT-SUBJECT-IDX)
                   MOVE 'Y' TO WS-GRADE-CHANGED
               END-IF
           END-PERFORM.

       HOLD-FOR-APPROVAL.
           INITIALIZE PENDING-APPROVAL-RECORD
           MOVE TRAN-STUDENT-ID TO PND-STUDENT-ID
           MOVE FUNCTION CURRENT-DATE TO PND-HELD-TIMESTAMP
           MOVE 'P' TO PND-STATUS
           MOVE WS-CLOSED-TERM-CODE TO PND-TERM-CODE
           MOVE WS-OPERATOR-ID TO PND-MAKER-ID
           MOVE SPACES TO PND-CHECKER-ID
           MOVE SPACES TO PND-DECISION-TIMESTAMP
           MOVE SPACES TO PND-RELEASE-TIMESTAMP
           MOVE STUDENT-MARK TO PND-BEFORE-MARK
           MOVE TRAN-RECORD TO PND-TRAN-DATA
           WRITE PENDING-APPROVAL-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "CHANGE NOT HELD, DUPLICATE PENDING KEY "
                       "FOR STUDENT-ID " TRAN-STUDENT-ID
                   MOVE "DUP" TO WS-RECYCLE-REASON
                   PERFORM WRITE-RECYCLE-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-HELD-COUNT
                   DISPLAY "CHANGE HELD FOR APPROVAL, STUDENT-ID "
                       TRAN-STUDENT-ID " TERM " WS-CLOSED-TERM-CODE
           END-WRITE.
