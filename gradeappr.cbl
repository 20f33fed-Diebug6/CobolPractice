      ******************************************************************
      * Author:
      * Date:
      * Purpose: Second-operator approval of post-term grade changes.
      *          Applies the checking operator's decisions
      *          (apprdec.txt, APPRDEC.CPY layout) to the changes
      *          maintenance has held in the pending-approval file
      *          (pendappr.dat) since the term was closed. The checker
      *          is the operator ID on the command line; an approval
      *          from the same operator who keyed the change is
      *          refused and marked self-approved, and the change
      *          stays unreleasable until somebody else approves it.
      *          Approved changes are applied by a STUDENT-MAINT
      *          RELEASE run. Every run prints the exception report
      *          (gradeexc.txt) the registrar files to account for
      *          each post-term grade change: every change still
      *          pending, rejected, refused as self-approved or failed
      *          on release, with the maker and checker of each, and
      *          a count of every change by state. The checker must
      *          hold GRADE-APPROVAL authority on operauth.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-APPROVAL.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PENDING-APPROVAL ASSIGN TO "../pendappr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PENDING-STATUS.

               SELECT APPROVAL-DECISIONS ASSIGN TO "../apprdec.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.

               SELECT EXCEPTION-REPORT ASSIGN TO "../gradeexc.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

               SELECT OPERATOR-AUTH ASSIGN TO "../operauth.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

               SELECT AUTH-VIOLATIONS ASSIGN TO "../authviol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-VIOL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD PENDING-APPROVAL.
           01 PENDING-APPROVAL-RECORD.
               COPY PENDREC.CPY.

           FD APPROVAL-DECISIONS.
           01 APPROVAL-DECISION-RECORD.
               COPY APPRDEC.CPY.

           FD EXCEPTION-REPORT.
           01 EXCEPTION-LINE PIC X(110).

           FD OPERATOR-AUTH.
           01 OPERATOR-AUTH-RECORD.
               COPY OPERAUTH.CPY.

           FD AUTH-VIOLATIONS.
           01 AUTH-VIOLATION-RECORD.
               COPY AUTHVIOL.CPY.

           WORKING-STORAGE SECTION.
           01 WS-PENDING-STATUS PIC X(2).
           01 WS-DECISION-STATUS PIC X(2).
           01 WS-EXCEPTION-STATUS PIC X(2).
           01 WS-DECISION-EOF PIC A(1) VALUE 'N'.
           01 WS-PENDING-EOF PIC A(1) VALUE 'N'.

           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           COPY WSAUTH.CPY.
           01 WS-RUN-DATE PIC 9(8).

           01 WS-HELD-TRAN.
               COPY TRANREC.CPY.

           01 WS-DECISION-COUNTS.
               05 WS-DECISION-READ-COUNT PIC 9(5) VALUE ZERO.
               05 WS-APPROVED-NOW-COUNT PIC 9(5) VALUE ZERO.
               05 WS-REJECTED-NOW-COUNT PIC 9(5) VALUE ZERO.
               05 WS-SELF-NOW-COUNT PIC 9(5) VALUE ZERO.
               05 WS-DECISION-ERROR-COUNT PIC 9(5) VALUE ZERO.

           01 WS-STATE-COUNTS.
               05 WS-PENDING-COUNT PIC 9(5) VALUE ZERO.
               05 WS-APPROVED-COUNT PIC 9(5) VALUE ZERO.
               05 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
               05 WS-SELF-APPROVED-COUNT PIC 9(5) VALUE ZERO.
               05 WS-RELEASED-COUNT PIC 9(5) VALUE ZERO.
               05 WS-FAILED-COUNT PIC 9(5) VALUE ZERO.
               05 WS-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.

           01 WS-REPORT-HEADING-1.
               05 FILLER PIC X(44)
                   VALUE "===== POST-TERM GRADE CHANGE EXCEPTIONS ====".
               05 FILLER PIC X(10) VALUE " RUN DATE ".
               05 WS-HDG-RUN-DATE PIC 9(8).

           01 WS-REPORT-HEADING-2.
               05 FILLER PIC X(13) VALUE "STUDENT".
               05 FILLER PIC X(22) VALUE "HELD AT".
               05 FILLER PIC X(7) VALUE "TERM".
               05 FILLER PIC X(9) VALUE "MAKER".
               05 FILLER PIC X(9) VALUE "CHECKER".
               05 FILLER PIC X(12) VALUE "MARK".
               05 FILLER PIC X(30) VALUE "STATE".

           01 WS-REPORT-DETAIL.
               05 WS-RPT-STUDENT-ID PIC 9(5).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RPT-NAME PIC A(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RPT-HELD-AT PIC X(21).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RPT-TERM PIC X(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RPT-MAKER PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RPT-CHECKER PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RPT-OLD-MARK PIC ZZ9.
               05 FILLER PIC X(4) VALUE " -> ".
               05 WS-RPT-NEW-MARK PIC ZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-STATE PIC X(30).

           01 WS-SUMMARY-LINE.
               05 WS-SUM-CAPTION PIC X(32).
               05 WS-SUM-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-OPERATOR-ID FROM COMMAND-LINE.
           MOVE "GRADE-APPROVAL" TO WS-AUTH-PROGRAM.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           OPEN I-O PENDING-APPROVAL.
           IF WS-PENDING-STATUS = "35"
               DISPLAY "NO PENDING-APPROVAL FILE ON FILE - BUILDING A "
                   "NEW ONE"
               OPEN OUTPUT PENDING-APPROVAL
               CLOSE PENDING-APPROVAL
               OPEN I-O PENDING-APPROVAL
           END-IF.
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PENDING-APPROVAL, STATUS="
                   WS-PENDING-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT EXCEPTION-REPORT.
           IF WS-EXCEPTION-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN EXCEPTION-REPORT, STATUS="
                   WS-EXCEPTION-STATUS
               CLOSE PENDING-APPROVAL
               STOP RUN
           END-IF.
           PERFORM APPLY-APPROVAL-DECISIONS.
           PERFORM WRITE-EXCEPTION-REPORT.
           CLOSE EXCEPTION-REPORT.
           CLOSE PENDING-APPROVAL.
           DISPLAY "DECISIONS READ: " WS-DECISION-READ-COUNT
               " APPROVED: " WS-APPROVED-NOW-COUNT
               " REJECTED: " WS-REJECTED-NOW-COUNT
               " SELF-APPROVAL REFUSED: " WS-SELF-NOW-COUNT
               " IN ERROR: " WS-DECISION-ERROR-COUNT.
           DISPLAY "EXCEPTIONS REPORTED: " WS-EXCEPTION-COUNT.
           STOP RUN.

       APPLY-APPROVAL-DECISIONS.
           OPEN INPUT APPROVAL-DECISIONS
           IF WS-DECISION-STATUS NOT = "00"
               DISPLAY "NO APPROVAL DECISIONS TO APPLY - REPORT ONLY"
               EXIT PARAGRAPH
           END-IF
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "NO CHECKER OPERATOR ID SUPPLIED - DECISIONS "
                   "NOT APPLIED"
               CLOSE APPROVAL-DECISIONS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DECISION-EOF = 'Y'
               READ APPROVAL-DECISIONS
                   AT END MOVE 'Y' TO WS-DECISION-EOF
                   NOT AT END PERFORM APPLY-ONE-DECISION
               END-READ
           END-PERFORM
           CLOSE APPROVAL-DECISIONS.

       APPLY-ONE-DECISION.
           ADD 1 TO WS-DECISION-READ-COUNT
           IF NOT ADC-APPROVE AND NOT ADC-REJECT
               ADD 1 TO WS-DECISION-ERROR-COUNT
               DISPLAY "INVALID DECISION CODE FOR STUDENT-ID "
                   ADC-STUDENT-ID
               EXIT PARAGRAPH
           END-IF
           MOVE ADC-STUDENT-ID TO PND-STUDENT-ID
           MOVE ADC-HELD-TIMESTAMP TO PND-HELD-TIMESTAMP
           READ PENDING-APPROVAL
               INVALID KEY
                   ADD 1 TO WS-DECISION-ERROR-COUNT
                   DISPLAY "NO HELD CHANGE FOR STUDENT-ID "
                       ADC-STUDENT-ID " HELD AT " ADC-HELD-TIMESTAMP
               NOT INVALID KEY
                   PERFORM RECORD-ONE-DECISION
           END-READ.

       RECORD-ONE-DECISION.
           IF NOT PND-PENDING AND NOT PND-SELF-APPROVED
               ADD 1 TO WS-DECISION-ERROR-COUNT
               DISPLAY "CHANGE FOR STUDENT-ID " PND-STUDENT-ID
                   " ALREADY DECIDED, STATE " PND-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPERATOR-ID TO PND-CHECKER-ID
           MOVE FUNCTION CURRENT-DATE TO PND-DECISION-TIMESTAMP
           EVALUATE TRUE
               WHEN ADC-REJECT
                   MOVE 'R' TO PND-STATUS
                   ADD 1 TO WS-REJECTED-NOW-COUNT
               WHEN WS-OPERATOR-ID = PND-MAKER-ID
                   MOVE 'S' TO PND-STATUS
                   ADD 1 TO WS-SELF-NOW-COUNT
                   DISPLAY "SELF-APPROVAL REFUSED - OPERATOR "
                       WS-OPERATOR-ID " KEYED THE CHANGE FOR "
                       "STUDENT-ID " PND-STUDENT-ID
               WHEN OTHER
                   MOVE 'A' TO PND-STATUS
                   ADD 1 TO WS-APPROVED-NOW-COUNT
           END-EVALUATE
           REWRITE PENDING-APPROVAL-RECORD
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "PENDING-APPROVAL REWRITE FAILED FOR "
                   "STUDENT-ID " PND-STUDENT-ID ", STATUS="
                   WS-PENDING-STATUS
           END-IF.

       WRITE-EXCEPTION-REPORT.
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-REPORT-HEADING-1 TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE WS-REPORT-HEADING-2 TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE 'N' TO WS-PENDING-EOF
           MOVE LOW-VALUES TO PND-KEY
           START PENDING-APPROVAL KEY IS NOT LESS THAN PND-KEY
               INVALID KEY MOVE 'Y' TO WS-PENDING-EOF
           END-START
           PERFORM UNTIL WS-PENDING-EOF = 'Y'
               READ PENDING-APPROVAL NEXT
                   AT END MOVE 'Y' TO WS-PENDING-EOF
                   NOT AT END PERFORM REPORT-ONE-HELD-CHANGE
               END-READ
           END-PERFORM
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "NO OUTSTANDING EXCEPTIONS" TO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
           END-IF
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE "PENDING APPROVAL             :" TO WS-SUM-CAPTION
           MOVE WS-PENDING-COUNT TO WS-SUM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "REJECTED BY CHECKER          :" TO WS-SUM-CAPTION
           MOVE WS-REJECTED-COUNT TO WS-SUM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "SELF-APPROVAL REFUSED        :" TO WS-SUM-CAPTION
           MOVE WS-SELF-APPROVED-COUNT TO WS-SUM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "RELEASE FAILED               :" TO WS-SUM-CAPTION
           MOVE WS-FAILED-COUNT TO WS-SUM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "APPROVED, AWAITING RELEASE   :" TO WS-SUM-CAPTION
           MOVE WS-APPROVED-COUNT TO WS-SUM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "RELEASED TO THE MASTER       :" TO WS-SUM-CAPTION
           MOVE WS-RELEASED-COUNT TO WS-SUM-COUNT
           PERFORM WRITE-SUMMARY-LINE.

       REPORT-ONE-HELD-CHANGE.
           EVALUATE TRUE
               WHEN PND-PENDING
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE "PENDING APPROVAL" TO WS-RPT-STATE
               WHEN PND-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJECTED BY CHECKER" TO WS-RPT-STATE
               WHEN PND-SELF-APPROVED
                   ADD 1 TO WS-SELF-APPROVED-COUNT
                   MOVE "SELF-APPROVAL REFUSED" TO WS-RPT-STATE
               WHEN PND-RELEASE-FAILED
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "RELEASE FAILED - SEE RECYCLE" TO WS-RPT-STATE
               WHEN PND-APPROVED
                   ADD 1 TO WS-APPROVED-COUNT
                   EXIT PARAGRAPH
               WHEN OTHER
                   ADD 1 TO WS-RELEASED-COUNT
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE PND-TRAN-DATA TO WS-HELD-TRAN
           MOVE PND-STUDENT-ID TO WS-RPT-STUDENT-ID
           MOVE TRAN-STUDENT-NAME TO WS-RPT-NAME
           MOVE PND-HELD-TIMESTAMP TO WS-RPT-HELD-AT
           MOVE PND-TERM-CODE TO WS-RPT-TERM
           MOVE PND-MAKER-ID TO WS-RPT-MAKER
           MOVE PND-CHECKER-ID TO WS-RPT-CHECKER
           MOVE PND-BEFORE-MARK TO WS-RPT-OLD-MARK
           MOVE TRAN-STUDENT-MARK TO WS-RPT-NEW-MARK
           MOVE WS-REPORT-DETAIL TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

       WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

       COPY AUTHP.CPY.

       END PROGRAM GRADE-APPROVAL.
