      * Date:
      * Purpose: Apply add/change/delete/status transactions to the
      *          STUDENT master (file.txt) instead of hand-editing it.
      *          Once the term-end snapshot has closed a term, a change
      *          to a mark or subject score is held in the
      *          pending-approval file (pendappr.dat) instead of being
      *          applied. Run with the RELEASE directive (operator ID
      *          then RELEASE on the command line) to apply every held
      *          change a second operator has approved, logging both
      *          the maker and the checker on the audit trail. A held
      *          change is not released over a mark that has moved
      *          since it was held; it is marked failed instead.
      *          The operator must be active on the authorization file
      *          (operauth.txt) for STUDENT-MAINT before the master is
      *          touched; a transaction code the operator may not post
      *          goes to recycle.txt with reason AUT and every refusal
      *          is logged to authviol.txt for the supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-STATUS.

               SELECT TERM-CONTROL ASSIGN TO "../termctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-CONTROL-STATUS.

               SELECT PENDING-APPROVAL ASSIGN TO "../pendappr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PENDING-STATUS.

               SELECT OPERATOR-AUTH ASSIGN TO "../operauth.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

               SELECT AUTH-VIOLATIONS ASSIGN TO "../authviol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-VIOL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           01 RECYCLE-RECORD.
               COPY RECYREC.CPY.

           FD TERM-CONTROL.
           01 TERM-CONTROL-RECORD.
               COPY TERMCTL.CPY.

           FD PENDING-APPROVAL.
           01 PENDING-APPROVAL-RECORD.
               COPY PENDREC.CPY.

           FD OPERATOR-AUTH.
           01 OPERATOR-AUTH-RECORD.
               COPY OPERAUTH.CPY.

           FD AUTH-VIOLATIONS.
           01 AUTH-VIOLATION-RECORD.
               COPY AUTHVIOL.CPY.

           WORKING-STORAGE SECTION.
           01 WS-STUDENT-STATUS PIC X(2).
           01 WS-TRAN-STATUS PIC X(2).
           01 WS-UNBATCHED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-SKIPPED-TRAN-COUNT PIC 9(5) VALUE ZERO.

           01 WS-TERM-CONTROL-STATUS PIC X(2).
           01 WS-PENDING-STATUS PIC X(2).
           COPY WSHOLD.CPY.
           01 WS-PENDING-EOF PIC A(1) VALUE 'N'.
           01 WS-CHANGES-BEFORE PIC 9(5) VALUE ZERO.
           01 WS-RELEASED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-RELEASE-FAILED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-RELEASE-REFUSED-COUNT PIC 9(5) VALUE ZERO.

           01 WS-LOCK-STATUS PIC X(2).
           01 WS-LOCK-MODE PIC X(1) VALUE 'U'.
           01 WS-LOCK-PROGRAM PIC X(18) VALUE "STUDENT-MAINT".
           01 WS-COMMAND-LINE PIC X(40) VALUE SPACES.
           01 WS-LOCK-DIRECTIVE PIC X(8) VALUE SPACES.

           COPY WSAUTH.CPY.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-LOCK-DIRECTIVE = "OVERRIDE"
               MOVE 'Y' TO WS-LOCK-OVERRIDE
           END-IF.
           IF WS-LOCK-DIRECTIVE = "RELEASE"
               MOVE 'Y' TO WS-RELEASE-MODE
           END-IF.
           MOVE WS-LOCK-PROGRAM TO WS-AUTH-PROGRAM.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM ACQUIRE-MASTER-LOCK.
           PERFORM LOAD-SUBJECT-CATALOG.
           PERFORM LOAD-SECTION-TABLE.
           IF WS-RELEASE-MODE = 'Y'
               PERFORM RUN-APPROVAL-RELEASE
               STOP RUN
           END-IF.
           PERFORM LOAD-TERM-CONTROL.
           PERFORM BALANCE-TRAN-BATCHES.
           OPEN I-O STUDENT.
           IF WS-STUDENT-STATUS NOT = "00"
               STOP RUN
           END-IF.
           PERFORM OPEN-RECYCLE-FILE.
           PERFORM OPEN-PENDING-APPROVALS.
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
               READ TRANFILE
                   AT END MOVE 'Y' TO WS-TRAN-EOF
           CLOSE STUDENT.
           CLOSE AUDIT-LOG.
           CLOSE RECYCLE-FILE.
           PERFORM CLOSE-PENDING-APPROVALS.
           PERFORM RELEASE-MASTER-LOCK.
           DISPLAY "ADDS: " WS-ADD-COUNT
               " CHANGES: " WS-CHANGE-COUNT
               " DELETES: " WS-DELETE-COUNT
               " REJECTS: " WS-REJECT-COUNT
               " NOT AUTHORIZED: " WS-AUTH-REJECT-COUNT
               " SKIPPED (UNBALANCED): " WS-SKIPPED-TRAN-COUNT
               " HELD FOR APPROVAL: " WS-HELD-COUNT.
           STOP RUN.

       RUN-APPROVAL-RELEASE.
           OPEN I-O STUDENT
           IF WS-STUDENT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STUDENT FILE, STATUS="
                   WS-STUDENT-STATUS
               PERFORM RELEASE-MASTER-LOCK
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN AUDIT-LOG, STATUS="
                   WS-AUDIT-STATUS
               CLOSE STUDENT
               PERFORM RELEASE-MASTER-LOCK
               STOP RUN
           END-IF
           PERFORM OPEN-RECYCLE-FILE
           PERFORM OPEN-PENDING-APPROVALS
           MOVE 'N' TO WS-PENDING-EOF
           MOVE LOW-VALUES TO PND-KEY
           START PENDING-APPROVAL KEY IS NOT LESS THAN PND-KEY
               INVALID KEY MOVE 'Y' TO WS-PENDING-EOF
           END-START
           PERFORM UNTIL WS-PENDING-EOF = 'Y'
               READ PENDING-APPROVAL NEXT
                   AT END MOVE 'Y' TO WS-PENDING-EOF
                   NOT AT END PERFORM RELEASE-ONE-PENDING-CHANGE
               END-READ
           END-PERFORM
           PERFORM CLOSE-PENDING-APPROVALS
           CLOSE RECYCLE-FILE
           CLOSE AUDIT-LOG
           CLOSE STUDENT
           PERFORM RELEASE-MASTER-LOCK
           DISPLAY "APPROVED CHANGES RELEASED: " WS-RELEASED-COUNT
               " FAILED: " WS-RELEASE-FAILED-COUNT
               " REFUSED (NO INDEPENDENT CHECK): "
               WS-RELEASE-REFUSED-COUNT.

       RELEASE-ONE-PENDING-CHANGE.
           IF NOT PND-APPROVED
               EXIT PARAGRAPH
           END-IF
           IF PND-CHECKER-ID = SPACES
               OR PND-CHECKER-ID = PND-MAKER-ID
               ADD 1 TO WS-RELEASE-REFUSED-COUNT
               DISPLAY "NOT RELEASED, NO INDEPENDENT CHECK FOR "
                   "STUDENT-ID " PND-STUDENT-ID
               EXIT PARAGRAPH
           END-IF
           MOVE PND-STUDENT-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF STUDENT-MARK NOT = PND-BEFORE-MARK
                       MOVE 'F' TO PND-STATUS
                       ADD 1 TO WS-RELEASE-FAILED-COUNT
                       DISPLAY "NOT RELEASED, MARK FOR STUDENT-ID "
                           PND-STUDENT-ID " CHANGED FROM "
                           PND-BEFORE-MARK " TO " STUDENT-MARK
                           " SINCE THE CHANGE WAS HELD"
                   END-IF
           END-READ
           IF PND-RELEASE-FAILED
               MOVE FUNCTION CURRENT-DATE TO PND-RELEASE-TIMESTAMP
               PERFORM REWRITE-PENDING-CHANGE
               EXIT PARAGRAPH
           END-IF
           MOVE PND-TRAN-DATA TO TRAN-RECORD
           MOVE PND-MAKER-ID TO WS-AUDIT-MAKER-ID
           MOVE PND-CHECKER-ID TO WS-AUDIT-CHECKER-ID
           MOVE WS-CHANGE-COUNT TO WS-CHANGES-BEFORE
           PERFORM APPLY-TRANSACTION
           IF WS-CHANGE-COUNT > WS-CHANGES-BEFORE
               MOVE 'L' TO PND-STATUS
               ADD 1 TO WS-RELEASED-COUNT
           ELSE
               MOVE 'F' TO PND-STATUS
               ADD 1 TO WS-RELEASE-FAILED-COUNT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO PND-RELEASE-TIMESTAMP
           PERFORM REWRITE-PENDING-CHANGE.

       REWRITE-PENDING-CHANGE.
           REWRITE PENDING-APPROVAL-RECORD
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "PENDING-APPROVAL REWRITE FAILED FOR "
                   "STUDENT-ID " PND-STUDENT-ID ", STATUS="
                   WS-PENDING-STATUS
           END-IF.

       OPEN-RECYCLE-FILE.
           OPEN EXTEND RECYCLE-FILE.
           IF WS-RECYCLE-STATUS = "35"

       COPY BATCHP.CPY.

       COPY HOLDP.CPY.

       COPY LOCKP.CPY.

       COPY AUTHP.CPY.

       END PROGRAM STUDENT-MAINT.
