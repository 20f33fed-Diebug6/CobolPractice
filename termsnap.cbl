      *          stamping every record with the term code supplied by
      *          the operator, so term results survive the CHANGE
      *          transactions of the following term. Refuses to run
      *          twice for the same term code. A completed snapshot
      *          marks the term closed on the term-control file
      *          (termctl.txt), after which maintenance holds any mark
      *          or score change for a second operator's approval.
      *          Run with the OPENTERM directive (operator ID then
      *          OPENTERM on the command line) to open the next term
      *          once its marks are ready to be keyed; opening a term
      *          lifts the approval hold, so the operator must hold
      *          TERM-OPEN authority on operauth.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

               SELECT TERM-CONTROL ASSIGN TO "../termctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-CONTROL-STATUS.

               SELECT OPERATOR-AUTH ASSIGN TO "../operauth.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

               SELECT AUTH-VIOLATIONS ASSIGN TO "../authviol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-VIOL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           01 TERM-HISTORY-RECORD.
               COPY HISTREC.CPY.

           FD TERM-CONTROL.
           01 TERM-CONTROL-RECORD.
               COPY TERMCTL.CPY.

           FD OPERATOR-AUTH.
           01 OPERATOR-AUTH-RECORD.
               COPY OPERAUTH.CPY.

           FD AUTH-VIOLATIONS.
           01 AUTH-VIOLATION-RECORD.
               COPY AUTHVIOL.CPY.

           WORKING-STORAGE SECTION.
           01 WS-STUDENT.
               COPY WSSTUD.CPY.

           01 WS-STUDENT-STATUS PIC X(2).
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-TERM-CONTROL-STATUS PIC X(2).

           01 WS-EOF PIC A(1).
           01 WS-HISTORY-EOF PIC A(1).
           01 WS-TERM-CODE PIC X(6) VALUE SPACES.
           01 WS-TERM-ON-FILE PIC A(1) VALUE 'N'.
           01 WS-SNAPSHOT-COUNT PIC 9(6) VALUE ZERO.
           01 WS-COMMAND-LINE PIC X(40) VALUE SPACES.
           01 WS-RUN-DIRECTIVE PIC X(8) VALUE SPACES.
           01 WS-CONTROL-STATE PIC X(1) VALUE SPACE.
           01 WS-CLOSED-DATE PIC 9(8) VALUE ZERO.

           01 WS-LOCK-STATUS PIC X(2).
           01 WS-LOCK-MODE PIC X(1) VALUE 'R'.
           01 WS-LOCK-HELD PIC A(1) VALUE 'N'.
           01 WS-LOCK-NEW-STATE PIC X(1).
           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           COPY WSAUTH.CPY.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-OPERATOR-ID WS-RUN-DIRECTIVE
           END-UNSTRING.
           IF WS-RUN-DIRECTIVE = "OPENTERM"
               PERFORM OPEN-NEXT-TERM
               STOP RUN
           END-IF.
           DISPLAY "Enter term code for this snapshot".
           ACCEPT WS-TERM-CODE.
           IF WS-TERM-CODE = SPACES
           PERFORM RELEASE-MASTER-LOCK.
           DISPLAY "TERM " WS-TERM-CODE " SNAPSHOT COMPLETE - "
               WS-SNAPSHOT-COUNT " RECORD(S) WRITTEN".
           PERFORM CLOSE-TERM-ON-CONTROL.
           STOP RUN.

       CLOSE-TERM-ON-CONTROL.
           OPEN OUTPUT TERM-CONTROL
           IF WS-TERM-CONTROL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TERM-CONTROL, STATUS="
                   WS-TERM-CONTROL-STATUS
                   " - TERM NOT MARKED CLOSED"
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO TCL-STATE
           MOVE WS-TERM-CODE TO TCL-TERM-CODE
           MOVE FUNCTION CURRENT-DATE (1:8) TO TCL-CLOSED-DATE
           MOVE ZERO TO TCL-OPENED-DATE
           MOVE WS-OPERATOR-ID TO TCL-OPERATOR-ID
           WRITE TERM-CONTROL-RECORD
           CLOSE TERM-CONTROL
           DISPLAY "TERM " WS-TERM-CODE " CLOSED - FURTHER MARK "
               "CHANGES NEED A SECOND OPERATOR'S APPROVAL".

       OPEN-NEXT-TERM.
           OPEN INPUT TERM-CONTROL
           IF WS-TERM-CONTROL-STATUS NOT = "00"
               DISPLAY "NO TERM-CONTROL FILE - NO TERM IS CLOSED"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-CONTROL-STATE
           READ TERM-CONTROL
               AT END CONTINUE
               NOT AT END
                   MOVE TCL-STATE TO WS-CONTROL-STATE
                   MOVE TCL-TERM-CODE TO WS-TERM-CODE
                   MOVE TCL-CLOSED-DATE TO WS-CLOSED-DATE
           END-READ
           CLOSE TERM-CONTROL
           IF WS-CONTROL-STATE NOT = 'C'
               DISPLAY "NO TERM IS CLOSED - NOTHING TO OPEN"
               EXIT PARAGRAPH
           END-IF
           MOVE "TERM-OPEN" TO WS-AUTH-PROGRAM
           PERFORM CHECK-OPERATOR-AUTHORITY
           OPEN OUTPUT TERM-CONTROL
           IF WS-TERM-CONTROL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TERM-CONTROL, STATUS="
                   WS-TERM-CONTROL-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'O' TO TCL-STATE
           MOVE WS-TERM-CODE TO TCL-TERM-CODE
           MOVE WS-CLOSED-DATE TO TCL-CLOSED-DATE
           MOVE FUNCTION CURRENT-DATE (1:8) TO TCL-OPENED-DATE
           MOVE WS-OPERATOR-ID TO TCL-OPERATOR-ID
           WRITE TERM-CONTROL-RECORD
           CLOSE TERM-CONTROL
           DISPLAY "TERM AFTER " WS-TERM-CODE " OPENED BY OPERATOR "
               WS-OPERATOR-ID " - MARKS MAY BE KEYED AGAIN".

       CHECK-TERM-NOT-ON-FILE.
           MOVE 'N' TO WS-TERM-ON-FILE
           MOVE 'N' TO WS-HISTORY-EOF
           MOVE WS-STUDENT-STATUS-CODE TO HIST-STATUS-CODE
           MOVE WS-STUDENT-SECTION-CODE TO HIST-SECTION-CODE
           MOVE WS-STUDENT-SUBJECT-COUNT TO HIST-SUBJECT-COUNT
           MOVE WS-STUDENT-GRADE-LEVEL TO HIST-GRADE-LEVEL
           PERFORM VARYING WS-SUBJECT-IDX FROM 1 BY 1
               UNTIL WS-SUBJECT-IDX > 5
               SET HIST-SUBJECT-IDX TO WS-SUBJECT-IDX

       COPY LOCKP.CPY.

       COPY AUTHP.CPY.

       END PROGRAM TERM-SNAPSHOT.
