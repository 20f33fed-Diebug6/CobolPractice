      ******************************************************************
      * Operator authority check, COPYed into the PROCEDURE DIVISION
      * of every maintenance or posting program that takes an
      * operator ID. PERFORM CHECK-OPERATOR-AUTHORITY before the
      * master is locked or opened: the operator on the command line
      * must appear on operauth.txt (OPERAUTH.CPY layout), must not be
      * revoked, and must hold a line for WS-AUTH-PROGRAM; otherwise
      * the violation is logged and the run is refused. A missing
      * authorization file refuses the run too, since nobody could
      * then be vouched for. CHECK-TRAN-AUTHORITY then tests one
      * transaction code against the codes granted on that line,
      * setting WS-AUTH-TRAN-OK and logging a T violation when it is
      * not allowed; the caller decides what to do with the rejected
      * transaction. Caller must supply the OPERATOR-AUTH and
      * AUTH-VIOLATIONS FDs (OPERAUTH.CPY and AUTHVIOL.CPY layouts),
      * WS-OPERATOR-ID and the fields of WSAUTH.CPY.
      ******************************************************************
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'U' TO WS-AUTH-RESULT
           MOVE SPACES TO WS-AUTH-TRAN-CODES
           MOVE 'N' TO WS-AUTH-EOF
           OPEN INPUT OPERATOR-AUTH
           IF WS-AUTH-STATUS NOT = "00"
               MOVE 'F' TO WS-AUTH-RESULT
           ELSE
               PERFORM UNTIL WS-AUTH-EOF = 'Y'
                   READ OPERATOR-AUTH
                       AT END MOVE 'Y' TO WS-AUTH-EOF
                       NOT AT END PERFORM MATCH-AUTHORITY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-AUTH
           END-IF
           IF WS-OPERATOR-ID = SPACES AND NOT WS-AUTH-NO-FILE
               MOVE 'U' TO WS-AUTH-RESULT
           END-IF
           IF NOT WS-AUTH-GRANTED
               PERFORM REFUSE-OPERATOR
           END-IF.

       MATCH-AUTHORITY-ENTRY.
           IF AUT-OPERATOR-ID NOT = WS-OPERATOR-ID
               OR WS-AUTH-REVOKED
               EXIT PARAGRAPH
           END-IF
           IF AUT-REVOKED
               MOVE 'R' TO WS-AUTH-RESULT
               MOVE SPACES TO WS-AUTH-TRAN-CODES
               EXIT PARAGRAPH
           END-IF
           IF AUT-ACTIVE AND AUT-PROGRAM = WS-AUTH-PROGRAM
               MOVE 'Y' TO WS-AUTH-RESULT
               MOVE AUT-TRAN-CODES TO WS-AUTH-TRAN-CODES
           ELSE
               IF WS-AUTH-UNKNOWN
                   MOVE 'P' TO WS-AUTH-RESULT
               END-IF
           END-IF.

       REFUSE-OPERATOR.
           EVALUATE TRUE
               WHEN WS-AUTH-NO-FILE
                   DISPLAY "OPERATOR AUTHORIZATION FILE NOT "
                       "AVAILABLE, STATUS=" WS-AUTH-STATUS
               WHEN WS-AUTH-REVOKED
                   DISPLAY "OPERATOR " WS-OPERATOR-ID
                       " HAS BEEN REVOKED"
               WHEN WS-AUTH-NO-PROGRAM
                   DISPLAY "OPERATOR " WS-OPERATOR-ID
                       " IS NOT AUTHORIZED FOR " WS-AUTH-PROGRAM
               WHEN OTHER
                   DISPLAY "OPERATOR ID '" WS-OPERATOR-ID
                       "' IS NOT ON THE AUTHORIZATION FILE"
           END-EVALUATE
           MOVE WS-AUTH-RESULT TO WS-AUTH-VIOL-TYPE
           MOVE SPACE TO WS-AUTH-TRAN-CODE
           MOVE SPACES TO WS-AUTH-VIOL-KEY
           PERFORM WRITE-AUTH-VIOLATION
           DISPLAY "*** RUN REFUSED *** " WS-AUTH-PROGRAM
               " REQUIRES AN AUTHORIZED OPERATOR"
           STOP RUN.

       CHECK-TRAN-AUTHORITY.
           MOVE 'N' TO WS-AUTH-TRAN-OK
           MOVE ZERO TO WS-AUTH-TALLY
           IF WS-AUTH-TRAN-CODES (1:1) = '*'
               MOVE 'Y' TO WS-AUTH-TRAN-OK
           ELSE
               IF WS-AUTH-TRAN-CODE NOT = SPACE
                   INSPECT WS-AUTH-TRAN-CODES TALLYING WS-AUTH-TALLY
                       FOR ALL WS-AUTH-TRAN-CODE
                   IF WS-AUTH-TALLY > ZERO
                       MOVE 'Y' TO WS-AUTH-TRAN-OK
                   END-IF
               END-IF
           END-IF
           IF WS-AUTH-TRAN-OK = 'N'
               ADD 1 TO WS-AUTH-REJECT-COUNT
               MOVE 'T' TO WS-AUTH-VIOL-TYPE
               PERFORM WRITE-AUTH-VIOLATION
           END-IF.

       WRITE-AUTH-VIOLATION.
           OPEN EXTEND AUTH-VIOLATIONS
           IF WS-AUTH-VIOL-STATUS = "35"
               OPEN OUTPUT AUTH-VIOLATIONS
           END-IF
           IF WS-AUTH-VIOL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN AUTH-VIOLATIONS, STATUS="
                   WS-AUTH-VIOL-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO AVL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AVL-OPERATOR-ID
           MOVE WS-AUTH-PROGRAM TO AVL-PROGRAM
           MOVE WS-AUTH-VIOL-TYPE TO AVL-VIOLATION-TYPE
           MOVE WS-AUTH-TRAN-CODE TO AVL-TRAN-CODE
           MOVE WS-AUTH-VIOL-KEY TO AVL-TRAN-KEY
           WRITE AUTH-VIOLATION-RECORD
           CLOSE AUTH-VIOLATIONS.
