      *          validation pass rejects more records than the supplied
      *          threshold allows. The reports cover active students
      *          only unless the ALLSTAT directive asks for every
      *          status. At start-up the outcome of the last nightly
      *          integrity sweep (integctl.txt) is checked and the
      *          operator warned if it found unmatched records between
      *          the files; the run itself still goes ahead. The
      *          operator must hold STUDENT-DRIVER authority on
      *          operauth.txt, and the maintenance pass rejects any
      *          transaction code the operator may not post to
      *          recycle.txt with reason AUT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

               SELECT TERM-CONTROL ASSIGN TO "../termctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-CONTROL-STATUS.

               SELECT PENDING-APPROVAL ASSIGN TO "../pendappr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PENDING-STATUS.

               SELECT INTEGRITY-CONTROL ASSIGN TO "../integctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEGRITY-CTL-STATUS.

               SELECT OPERATOR-AUTH ASSIGN TO "../operauth.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

               SELECT AUTH-VIOLATIONS ASSIGN TO "../authviol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-VIOL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           01 RUN-CONTROL-RECORD.
               COPY RUNCTL.CPY.

           FD TERM-CONTROL.
           01 TERM-CONTROL-RECORD.
               COPY TERMCTL.CPY.

           FD PENDING-APPROVAL.
           01 PENDING-APPROVAL-RECORD.
               COPY PENDREC.CPY.

           FD INTEGRITY-CONTROL.
           01 INTEGRITY-CONTROL-RECORD.
               COPY INTEGCTL.CPY.

           FD OPERATOR-AUTH.
           01 OPERATOR-AUTH-RECORD.
               COPY OPERAUTH.CPY.

           FD AUTH-VIOLATIONS.
           01 AUTH-VIOLATION-RECORD.
               COPY AUTHVIOL.CPY.

           WORKING-STORAGE SECTION.
           01 WS-STUDENT.
               COPY WSSTUD.CPY.
           01 WS-UNBATCHED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-SKIPPED-TRAN-COUNT PIC 9(5) VALUE ZERO.

           01 WS-TERM-CONTROL-STATUS PIC X(2).
           01 WS-PENDING-STATUS PIC X(2).
           COPY WSHOLD.CPY.

           01 WS-RUN-CONTROL-STATUS PIC X(2).
           01 WS-RUN-CTL-EOF PIC A(1).
           01 WS-COMMAND-LINE PIC X(40) VALUE SPACES.
           01 WS-REPORTING-DONE PIC A(1) VALUE 'N'.
           01 WS-RUN-CTL-TYPE PIC X(1).

           01 WS-INTEGRITY-CTL-STATUS PIC X(2).

           01 WS-COUNTERS.
               05 WS-ADD-COUNT PIC 9(5) VALUE ZERO.
               05 WS-CHANGE-COUNT PIC 9(5) VALUE ZERO.
           01 WS-LOCK-HELD PIC A(1) VALUE 'N'.
           01 WS-LOCK-NEW-STATE PIC X(1).

           COPY WSAUTH.CPY.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
               MOVE 'G' TO WS-HONOR-BASIS
               DISPLAY "HONOR ROLL CRITERION: CREDIT-WEIGHTED GPA"
           END-IF.
           MOVE WS-LOCK-PROGRAM TO WS-AUTH-PROGRAM.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM ACQUIRE-MASTER-LOCK.
           PERFORM OPEN-RUN-CONTROL-ENTRY.
           PERFORM READ-RUN-PARAMETERS.
           PERFORM CHECK-INTEGRITY-SWEEP.
           PERFORM LOAD-SUBJECT-CATALOG.
           PERFORM LOAD-SECTION-TABLE.
           PERFORM RUN-VALIDATION-PASS.
               " REJECT-THRESHOLD=" WS-REJECT-THRESHOLD
               " HONOR-BASIS=" WS-HONOR-BASIS.

       CHECK-INTEGRITY-SWEEP.
           OPEN INPUT INTEGRITY-CONTROL.
           IF WS-INTEGRITY-CTL-STATUS NOT = "00"
               DISPLAY "NO INTEGRITY SWEEP ON RECORD - FILES NOT "
                   "CROSS-CHECKED"
               EXIT PARAGRAPH
           END-IF.
           READ INTEGRITY-CONTROL
               AT END MOVE SPACES TO INTEGRITY-CONTROL-RECORD
           END-READ.
           CLOSE INTEGRITY-CONTROL.
           IF ITG-EXCEPTIONS-FOUND
               DISPLAY "*** WARNING *** INTEGRITY SWEEP OF "
                   ITG-RUN-DATE " FOUND " ITG-EXCEPTION-COUNT
                   " UNMATCHED RECORD(S) - SEE INTEGRPT.TXT"
               DISPLAY "    STUDENT/DEMOGRAPHIC " ITG-DEMO-PAIR-COUNT
                   " STUDENT/SECTION " ITG-SECTION-PAIR-COUNT
                   " STUDENT/SUBJECT " ITG-SUBJECT-PAIR-COUNT
               DISPLAY "    HISTORY/STUDENT " ITG-HISTORY-PAIR-COUNT
                   " OPEN PO/ITEM " ITG-PO-PAIR-COUNT
           ELSE
               IF ITG-CLEAN
                   DISPLAY "INTEGRITY SWEEP OF " ITG-RUN-DATE
                       " FOUND THE FILES IN AGREEMENT"
               END-IF
           END-IF.

       RUN-VALIDATION-PASS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STUDENT.
       COPY REJECTP.CPY.

       RUN-MAINTENANCE-PASS.
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
           CLOSE AUDIT-LOG.
           CLOSE STUDENT.
           CLOSE RECYCLE-FILE.
           PERFORM CLOSE-PENDING-APPROVALS.
           DISPLAY "ADDS: " WS-ADD-COUNT
               " CHANGES: " WS-CHANGE-COUNT
               " DELETES: " WS-DELETE-COUNT
               " REJECTS: " WS-REJECT-COUNT
               " NOT AUTHORIZED: " WS-AUTH-REJECT-COUNT
               " SKIPPED (UNBALANCED): " WS-SKIPPED-TRAN-COUNT
               " HELD FOR APPROVAL: " WS-HELD-COUNT.

       OPEN-RECYCLE-FILE.
           OPEN EXTEND RECYCLE-FILE.

       COPY BATCHP.CPY.

       COPY HOLDP.CPY.

       RUN-REPORTING-PASS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STUDENT.

       COPY LOCKP.CPY.

       COPY AUTHP.CPY.

       END PROGRAM STUDENT-DRIVER.
