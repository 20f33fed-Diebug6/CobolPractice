      ******************************************************************
      * Author:
      * Date:
      * Purpose: Year-end promotion and graduation rollover. Run once,
      *          after the final term of the school year has been
      *          snapshotted to studhist.txt. The operator keys the
      *          final term code; the run refuses to start unless that
      *          term is on the history file, is the term the
      *          term-control file (termctl.txt) shows as closed, and
      *          has no post-term grade change still pending,
      *          approved-but-unreleased or refused on the
      *          pending-approval file. Each active student who passed
      *          (STUDENT-MARK at or above PASS-MARK in runparm.txt)
      *          is promoted one grade level; a student who passed at
      *          TOP-GRADE-LEVEL is set to G (graduated) instead; a
      *          student who failed is held back at the same level.
      *          Promoted and held-back students have their
      *          STUDENT-SUBJECTS table cleared for the new year's
      *          enrolment; graduates keep theirs. Withdrawn,
      *          graduated, on-leave and unlevelled students are left
      *          alone and listed. Every decision is printed on the
      *          rollover register (rollover.txt) for review before
      *          the new year's transactions begin, every change is
      *          logged to the audit trail (transaction code Y), and
      *          the term-control file is set open for the new year,
      *          so the run cannot be repeated against the same term.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-END-ROLLOVER.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT STUDENT ASSIGN TO "../file.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

               SELECT MASTER-LOCK ASSIGN TO "../masterlock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

               SELECT TERM-HISTORY ASSIGN TO "../studhist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

               SELECT TERM-CONTROL ASSIGN TO "../termctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-CONTROL-STATUS.

               SELECT PENDING-APPROVAL ASSIGN TO "../pendappr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PENDING-STATUS.

               SELECT AUDIT-LOG ASSIGN TO "../auditlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

               SELECT RUN-PARM-FILE ASSIGN TO "../runparm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

               SELECT ROLLOVER-REGISTER ASSIGN TO "../rollover.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           01 STUDENT-FILE.
               COPY STUDENT.CPY.

           FD MASTER-LOCK.
           01 MASTER-LOCK-RECORD.
               COPY LOCKREC.CPY.

           FD TERM-HISTORY.
           01 TERM-HISTORY-RECORD.
               COPY HISTREC.CPY.

           FD TERM-CONTROL.
           01 TERM-CONTROL-RECORD.
               COPY TERMCTL.CPY.

           FD PENDING-APPROVAL.
           01 PENDING-APPROVAL-RECORD.
               COPY PENDREC.CPY.

           FD AUDIT-LOG.
           01 AUDIT-RECORD.
               COPY AUDITREC.CPY.

           FD RUN-PARM-FILE.
           01 RUN-PARM-LINE PIC X(40).

           FD ROLLOVER-REGISTER.
           01 REGISTER-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-STUDENT.
               COPY WSSTUD.CPY.

           01 WS-STUDENT-STATUS PIC X(2).
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-TERM-CONTROL-STATUS PIC X(2).
           01 WS-PENDING-STATUS PIC X(2).
           01 WS-AUDIT-STATUS PIC X(2).
           01 WS-RUN-PARM-STATUS PIC X(2).
           01 WS-REGISTER-STATUS PIC X(2).

           COPY WSPARM.CPY.

           01 WS-EOF PIC A(1).
           01 WS-HISTORY-EOF PIC A(1).
           01 WS-PENDING-EOF PIC A(1).

           01 WS-TERM-CODE PIC X(6) VALUE SPACES.
           01 WS-CONTROL-STATE PIC X(1) VALUE SPACE.
           01 WS-CONTROL-TERM-CODE PIC X(6) VALUE SPACES.
           01 WS-CLOSED-DATE PIC 9(8) VALUE ZERO.
           01 WS-TERM-RECORD-COUNT PIC 9(6) VALUE ZERO.
           01 WS-UNRESOLVED-COUNT PIC 9(5) VALUE ZERO.

           01 WS-PASS-MARK PIC 9(3) VALUE 60.
           01 WS-TOP-GRADE-LEVEL PIC 9(2) VALUE 12.

           01 WS-NEW-LEVEL PIC 9(2).
           01 WS-NEW-STATUS PIC X(1).
           01 WS-DECISION PIC X(24).
           01 WS-CHANGE-RECORD PIC A(1).
           01 WS-CLEAR-SUBJECTS PIC A(1).
           01 WS-RUN-NUMBER PIC 9(5) VALUE ZERO.

           01 WS-COUNTERS.
               05 WS-READ-COUNT PIC 9(5) VALUE ZERO.
               05 WS-PROMOTED-COUNT PIC 9(5) VALUE ZERO.
               05 WS-HELD-BACK-COUNT PIC 9(5) VALUE ZERO.
               05 WS-GRADUATED-COUNT PIC 9(5) VALUE ZERO.
               05 WS-NOT-ROLLED-COUNT PIC 9(5) VALUE ZERO.
               05 WS-NO-LEVEL-COUNT PIC 9(5) VALUE ZERO.

           01 WS-REPORT-HEADING-1.
               05 FILLER PIC X(36)
                   VALUE "===== YEAR-END ROLLOVER REGISTER ===".
               05 FILLER PIC X(12) VALUE " FINAL TERM ".
               05 WS-HDG-TERM-CODE PIC X(6).
           01 WS-REPORT-HEADING-2.
               05 FILLER PIC X(12) VALUE "PASS MARK   ".
               05 WS-HDG-PASS-MARK PIC ZZ9.
               05 FILLER PIC X(16) VALUE "   TOP LEVEL    ".
               05 WS-HDG-TOP-LEVEL PIC Z9.
           01 WS-REPORT-HEADING-3.
               05 FILLER PIC X(7) VALUE "ID".
               05 FILLER PIC X(8) VALUE "NAME".
               05 FILLER PIC X(6) VALUE "SECT".
               05 FILLER PIC X(5) VALUE "MARK".
               05 FILLER PIC X(5) VALUE "LVL".
               05 FILLER PIC X(5) VALUE "NEW".
               05 FILLER PIC X(4) VALUE "ST".
               05 FILLER PIC X(24) VALUE "DECISION".

           01 WS-REPORT-DETAIL.
               05 WS-RPT-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-NAME PIC A(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-SECTION PIC X(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-MARK PIC ZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-LEVEL PIC Z9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-RPT-NEW-LEVEL PIC Z9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-RPT-STATUS PIC X(1).
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-RPT-DECISION PIC X(24).

           01 WS-TOTAL-LINE.
               05 WS-TOT-CAPTION PIC X(28).
               05 WS-TOT-COUNT PIC ZZZZ9.

           01 WS-LOCK-STATUS PIC X(2).
           01 WS-LOCK-MODE PIC X(1) VALUE 'U'.
           01 WS-LOCK-PROGRAM PIC X(18) VALUE "YEAR-END-ROLLOVER".
           01 WS-LOCK-OVERRIDE PIC A(1) VALUE 'N'.
           01 WS-LOCK-BLOCKED PIC A(1) VALUE 'N'.
           01 WS-LOCK-HELD PIC A(1) VALUE 'N'.
           01 WS-LOCK-NEW-STATE PIC X(1).
           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           01 WS-COMMAND-LINE PIC X(40) VALUE SPACES.
           01 WS-LOCK-DIRECTIVE PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-OPERATOR-ID WS-LOCK-DIRECTIVE
           END-UNSTRING.
           IF WS-LOCK-DIRECTIVE = "OVERRIDE"
               MOVE 'Y' TO WS-LOCK-OVERRIDE
           END-IF.
           DISPLAY "Enter the final term code of the school year".
           ACCEPT WS-TERM-CODE.
           IF WS-TERM-CODE = SPACES
               DISPLAY "NO TERM CODE SUPPLIED - ROLLOVER ABANDONED"
               STOP RUN
           END-IF.
           PERFORM CONFIRM-FINAL-TERM.
           PERFORM READ-RUN-PARAMETERS.
           PERFORM ACQUIRE-MASTER-LOCK.
           OPEN I-O STUDENT.
           IF WS-STUDENT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STUDENT FILE, STATUS="
                   WS-STUDENT-STATUS
               PERFORM RELEASE-MASTER-LOCK
               STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN AUDIT-LOG, STATUS="
                   WS-AUDIT-STATUS
               CLOSE STUDENT
               PERFORM RELEASE-MASTER-LOCK
               STOP RUN
           END-IF.
           OPEN OUTPUT ROLLOVER-REGISTER.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROLLOVER-REGISTER, STATUS="
                   WS-REGISTER-STATUS
               CLOSE AUDIT-LOG
               CLOSE STUDENT
               PERFORM RELEASE-MASTER-LOCK
               STOP RUN
           END-IF.
           PERFORM WRITE-REGISTER-HEADINGS.
           PERFORM ROLL-STUDENT-MASTER.
           PERFORM WRITE-REGISTER-TOTALS.
           CLOSE ROLLOVER-REGISTER.
           CLOSE AUDIT-LOG.
           CLOSE STUDENT.
           PERFORM RELEASE-MASTER-LOCK.
           PERFORM OPEN-NEW-YEAR.
           DISPLAY "ROLLOVER COMPLETE - PROMOTED " WS-PROMOTED-COUNT
               " HELD BACK " WS-HELD-BACK-COUNT
               " GRADUATED " WS-GRADUATED-COUNT
               " NOT ROLLED " WS-NOT-ROLLED-COUNT.
           STOP RUN.

       CONFIRM-FINAL-TERM.
           MOVE SPACE TO WS-CONTROL-STATE
           OPEN INPUT TERM-CONTROL
           IF WS-TERM-CONTROL-STATUS = "00"
               READ TERM-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       MOVE TCL-STATE TO WS-CONTROL-STATE
                       MOVE TCL-TERM-CODE TO WS-CONTROL-TERM-CODE
                       MOVE TCL-CLOSED-DATE TO WS-CLOSED-DATE
               END-READ
               CLOSE TERM-CONTROL
           END-IF
           IF WS-CONTROL-STATE NOT = 'C'
               OR WS-CONTROL-TERM-CODE NOT = WS-TERM-CODE
               DISPLAY "*** ROLLOVER REFUSED *** TERM " WS-TERM-CODE
                   " IS NOT THE CLOSED TERM ON THE TERM-CONTROL FILE"
               DISPLAY "SNAPSHOT THE FINAL TERM FIRST - A TERM ALREADY "
                   "REOPENED OR ROLLED OVER CANNOT BE ROLLED AGAIN"
               STOP RUN
           END-IF
           PERFORM COUNT-TERM-HISTORY
           IF WS-TERM-RECORD-COUNT = ZERO
               DISPLAY "*** ROLLOVER REFUSED *** TERM " WS-TERM-CODE
                   " IS NOT ON THE HISTORY FILE"
               STOP RUN
           END-IF
           PERFORM COUNT-UNRESOLVED-CHANGES
           IF WS-UNRESOLVED-COUNT > ZERO
               DISPLAY "*** ROLLOVER REFUSED *** " WS-UNRESOLVED-COUNT
                   " POST-TERM GRADE CHANGE(S) FOR TERM " WS-TERM-CODE
                   " STILL UNRESOLVED"
               DISPLAY "DECIDE THEM WITH GRADE-APPROVAL AND RUN THE "
                   "STUDENT-MAINT RELEASE BEFORE ROLLING THE YEAR"
               STOP RUN
           END-IF
           DISPLAY "FINAL TERM " WS-TERM-CODE " CONFIRMED - "
               WS-TERM-RECORD-COUNT " HISTORY RECORD(S)".

       COUNT-TERM-HISTORY.
           MOVE ZERO TO WS-TERM-RECORD-COUNT
           MOVE 'N' TO WS-HISTORY-EOF
           OPEN INPUT TERM-HISTORY
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
               READ TERM-HISTORY
                   AT END MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       IF HIST-TERM-CODE = WS-TERM-CODE
                           ADD 1 TO WS-TERM-RECORD-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-HISTORY.

       COUNT-UNRESOLVED-CHANGES.
           MOVE ZERO TO WS-UNRESOLVED-COUNT
           MOVE 'N' TO WS-PENDING-EOF
           OPEN INPUT PENDING-APPROVAL
           IF WS-PENDING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO PND-KEY
           START PENDING-APPROVAL KEY IS NOT LESS THAN PND-KEY
               INVALID KEY MOVE 'Y' TO WS-PENDING-EOF
           END-START
           PERFORM UNTIL WS-PENDING-EOF = 'Y'
               READ PENDING-APPROVAL NEXT
                   AT END MOVE 'Y' TO WS-PENDING-EOF
                   NOT AT END
                       IF PND-TERM-CODE = WS-TERM-CODE
                           AND (PND-PENDING OR PND-APPROVED
                               OR PND-SELF-APPROVED)
                           ADD 1 TO WS-UNRESOLVED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-APPROVAL.

       READ-RUN-PARAMETERS.
           PERFORM LOAD-RUN-PARAMETERS.
           MOVE "PASS-MARK" TO WS-LOOKUP-PARM-KEY.
           MOVE 60 TO WS-PARM-DEFAULT-VALUE.
           PERFORM GET-NUMERIC-PARAMETER.
           MOVE WS-PARM-NUMERIC-VALUE TO WS-PASS-MARK.
           MOVE "TOP-GRADE-LEVEL" TO WS-LOOKUP-PARM-KEY.
           MOVE 12 TO WS-PARM-DEFAULT-VALUE.
           PERFORM GET-NUMERIC-PARAMETER.
           MOVE WS-PARM-NUMERIC-VALUE TO WS-TOP-GRADE-LEVEL.
           DISPLAY "RUN PARAMETERS USED: PASS-MARK=" WS-PASS-MARK
               " TOP-GRADE-LEVEL=" WS-TOP-GRADE-LEVEL.

       WRITE-REGISTER-HEADINGS.
           MOVE WS-TERM-CODE TO WS-HDG-TERM-CODE
           MOVE WS-REPORT-HEADING-1 TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-PASS-MARK TO WS-HDG-PASS-MARK
           MOVE WS-TOP-GRADE-LEVEL TO WS-HDG-TOP-LEVEL
           MOVE WS-REPORT-HEADING-2 TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-REPORT-HEADING-3 TO REGISTER-LINE
           WRITE REGISTER-LINE.

       ROLL-STUDENT-MASTER.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO STUDENT-ID
           START STUDENT KEY IS NOT LESS THAN STUDENT-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT NEXT INTO WS-STUDENT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM ROLL-ONE-STUDENT
               END-READ
           END-PERFORM.

       ROLL-ONE-STUDENT.
           ADD 1 TO WS-READ-COUNT
           MOVE 'N' TO WS-CHANGE-RECORD
           MOVE 'N' TO WS-CLEAR-SUBJECTS
           IF WS-STUDENT-GRADE-LEVEL NOT NUMERIC
               MOVE ZERO TO WS-STUDENT-GRADE-LEVEL
           END-IF
           MOVE WS-STUDENT-GRADE-LEVEL TO WS-NEW-LEVEL
           MOVE WS-STUDENT-STATUS-CODE TO WS-NEW-STATUS
           EVALUATE TRUE
               WHEN WS-STUDENT-WITHDRAWN
                   ADD 1 TO WS-NOT-ROLLED-COUNT
                   MOVE "NOT ROLLED - WITHDRAWN" TO WS-DECISION
               WHEN WS-STUDENT-GRADUATED
                   ADD 1 TO WS-NOT-ROLLED-COUNT
                   MOVE "NOT ROLLED - GRADUATED" TO WS-DECISION
               WHEN WS-STUDENT-ON-LEAVE
                   ADD 1 TO WS-NOT-ROLLED-COUNT
                   MOVE "NOT ROLLED - ON LEAVE" TO WS-DECISION
               WHEN WS-STUDENT-GRADE-LEVEL = ZERO
                   ADD 1 TO WS-NOT-ROLLED-COUNT
                   ADD 1 TO WS-NO-LEVEL-COUNT
                   MOVE "NOT ROLLED - NO LEVEL" TO WS-DECISION
               WHEN WS-STUDENT-MARK >= WS-PASS-MARK
                   AND WS-STUDENT-GRADE-LEVEL >= WS-TOP-GRADE-LEVEL
                   ADD 1 TO WS-GRADUATED-COUNT
                   MOVE 'G' TO WS-NEW-STATUS
                   MOVE 'Y' TO WS-CHANGE-RECORD
                   MOVE "GRADUATED" TO WS-DECISION
               WHEN WS-STUDENT-MARK >= WS-PASS-MARK
                   ADD 1 TO WS-PROMOTED-COUNT
                   ADD 1 TO WS-NEW-LEVEL
                   MOVE 'Y' TO WS-CHANGE-RECORD
                   MOVE 'Y' TO WS-CLEAR-SUBJECTS
                   MOVE "PROMOTED" TO WS-DECISION
               WHEN OTHER
                   ADD 1 TO WS-HELD-BACK-COUNT
                   MOVE 'Y' TO WS-CHANGE-RECORD
                   MOVE 'Y' TO WS-CLEAR-SUBJECTS
                   MOVE "HELD BACK - BELOW PASS" TO WS-DECISION
           END-EVALUATE
           IF WS-CHANGE-RECORD = 'Y'
               PERFORM APPLY-ROLLOVER-DECISION
           END-IF
           PERFORM WRITE-REGISTER-DETAIL.

       APPLY-ROLLOVER-DECISION.
           MOVE WS-NEW-LEVEL TO STUDENT-GRADE-LEVEL
           MOVE WS-NEW-STATUS TO STUDENT-STATUS-CODE
           IF WS-CLEAR-SUBJECTS = 'Y'
               MOVE ZERO TO STUDENT-SUBJECT-COUNT
               PERFORM VARYING STUDENT-SUBJECT-IDX FROM 1 BY 1
                   UNTIL STUDENT-SUBJECT-IDX > 5
                   MOVE SPACES TO SUBJECT-CODE (STUDENT-SUBJECT-IDX)
                   MOVE ZERO TO SUBJECT-SCORE (STUDENT-SUBJECT-IDX)
                   MOVE SPACE TO SUBJECT-STATUS (STUDENT-SUBJECT-IDX)
               END-PERFORM
           END-IF
           REWRITE STUDENT-FILE
           IF WS-STUDENT-STATUS NOT = "00"
               DISPLAY "REWRITE FAILED FOR STUDENT-ID " WS-STUDENT-ID
                   ", STATUS=" WS-STUDENT-STATUS
               MOVE "REWRITE FAILED" TO WS-DECISION
               MOVE WS-STUDENT-GRADE-LEVEL TO WS-NEW-LEVEL
               MOVE WS-STUDENT-STATUS-CODE TO WS-NEW-STATUS
           ELSE
               PERFORM WRITE-ROLLOVER-AUDIT
           END-IF.

       WRITE-ROLLOVER-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE 'Y' TO AUD-TRAN-CODE
           MOVE WS-STUDENT-ID TO AUD-STUDENT-ID
           MOVE WS-STUDENT-NAME TO AUD-BEFORE-NAME
           MOVE WS-STUDENT-MARK TO AUD-BEFORE-MARK
           MOVE WS-STUDENT-STATUS-CODE TO AUD-BEFORE-STATUS
           MOVE WS-STUDENT-NAME TO AUD-AFTER-NAME
           MOVE WS-STUDENT-MARK TO AUD-AFTER-MARK
           MOVE WS-NEW-STATUS TO AUD-AFTER-STATUS
           MOVE WS-RUN-NUMBER TO AUD-RUN-NUMBER
           MOVE WS-OPERATOR-ID TO AUD-MAKER-ID
           MOVE SPACES TO AUD-CHECKER-ID
           WRITE AUDIT-RECORD.

       WRITE-REGISTER-DETAIL.
           MOVE WS-STUDENT-ID TO WS-RPT-ID
           MOVE WS-STUDENT-NAME TO WS-RPT-NAME
           MOVE WS-STUDENT-SECTION-CODE TO WS-RPT-SECTION
           MOVE WS-STUDENT-MARK TO WS-RPT-MARK
           MOVE WS-STUDENT-GRADE-LEVEL TO WS-RPT-LEVEL
           MOVE WS-NEW-LEVEL TO WS-RPT-NEW-LEVEL
           MOVE WS-NEW-STATUS TO WS-RPT-STATUS
           MOVE WS-DECISION TO WS-RPT-DECISION
           MOVE WS-REPORT-DETAIL TO REGISTER-LINE
           WRITE REGISTER-LINE.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "STUDENTS READ             :" TO WS-TOT-CAPTION
           MOVE WS-READ-COUNT TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "PROMOTED                  :" TO WS-TOT-CAPTION
           MOVE WS-PROMOTED-COUNT TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "HELD BACK                 :" TO WS-TOT-CAPTION
           MOVE WS-HELD-BACK-COUNT TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "GRADUATED                 :" TO WS-TOT-CAPTION
           MOVE WS-GRADUATED-COUNT TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "NOT ROLLED                :" TO WS-TOT-CAPTION
           MOVE WS-NOT-ROLLED-COUNT TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "  OF WHICH NO GRADE LEVEL :" TO WS-TOT-CAPTION
           MOVE WS-NO-LEVEL-COUNT TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE.

       OPEN-NEW-YEAR.
           OPEN OUTPUT TERM-CONTROL
           IF WS-TERM-CONTROL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TERM-CONTROL, STATUS="
                   WS-TERM-CONTROL-STATUS
                   " - OPEN THE NEW YEAR WITH THE TERM-SNAPSHOT "
                   "OPENTERM DIRECTIVE"
               EXIT PARAGRAPH
           END-IF
           MOVE 'O' TO TCL-STATE
           MOVE WS-TERM-CODE TO TCL-TERM-CODE
           MOVE WS-CLOSED-DATE TO TCL-CLOSED-DATE
           MOVE FUNCTION CURRENT-DATE (1:8) TO TCL-OPENED-DATE
           MOVE WS-OPERATOR-ID TO TCL-OPERATOR-ID
           WRITE TERM-CONTROL-RECORD
           CLOSE TERM-CONTROL
           DISPLAY "NEW SCHOOL YEAR OPENED FOR MARKS ENTRY".

       COPY PARMP.CPY.

       COPY LOCKP.CPY.

       END PROGRAM YEAR-END-ROLLOVER.
