      ******************************************************************
      * Author:
      * Date:
      * Purpose: Authorization-violation report for the supervisor.
      *          Reads the violation log (authviol.txt) that
      *          STUDENT-MAINT, STUDENT-DRIVER, DEMO-MAINT,
      *          INVENTORY-POST, INVENTORY-CLOSE, INVENTORY-DRIVER,
      *          REORDER-RECALC, ATTENDANCE-POST, FEE-POST,
      *          GRADE-APPROVAL and TERM-SNAPSHOT (logged under
      *          TERM-OPEN) append to whenever an operator is
      *          refused or a transaction code is rejected, sorts it
      *          by operator and time and prints one block per
      *          operator with each violation and a subtotal, then a
      *          count by violation type. A date (YYYYMMDD) on the
      *          command line limits the report to violations on or
      *          after that date; no date reports the whole log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTH-VIOLATION-REPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT AUTH-VIOLATIONS ASSIGN TO "../authviol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-VIOL-STATUS.

               SELECT VIOLATION-SORT-WORK ASSIGN TO "../authsort.tmp".

               SELECT VIOLATION-REPORT ASSIGN TO "../authvrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIOL-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD AUTH-VIOLATIONS.
           01 AUTH-VIOLATION-RECORD.
               COPY AUTHVIOL.CPY.

           SD VIOLATION-SORT-WORK.
           01 VIOLATION-SORT-RECORD.
               05 VSR-OPERATOR-ID PIC X(8).
               05 VSR-TIMESTAMP PIC X(21).
               05 VSR-PROGRAM PIC X(18).
               05 VSR-VIOLATION-TYPE PIC X(1).
               05 VSR-TRAN-CODE PIC X(1).
               05 VSR-TRAN-KEY PIC X(10).

           FD VIOLATION-REPORT.
           01 VIOLATION-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-AUTH-VIOL-STATUS PIC X(2).
           01 WS-VIOL-REPORT-STATUS PIC X(2).
           01 WS-EOF PIC A(1).
           01 WS-SORT-EOF PIC A(1).
           01 WS-FROM-DATE PIC X(8) VALUE SPACES.

           01 WS-CURRENT-OPERATOR PIC X(8) VALUE SPACES.
           01 WS-OPERATOR-SEEN PIC A(1) VALUE 'N'.
           01 WS-OPERATOR-TOTAL PIC 9(5) VALUE ZERO.
           01 WS-OPERATOR-COUNT PIC 9(5) VALUE ZERO.
           01 WS-VIOLATION-TOTAL PIC 9(5) VALUE ZERO.

           01 WS-TYPE-COUNTS.
               05 WS-UNKNOWN-COUNT PIC 9(5) VALUE ZERO.
               05 WS-REVOKED-COUNT PIC 9(5) VALUE ZERO.
               05 WS-NO-PROGRAM-COUNT PIC 9(5) VALUE ZERO.
               05 WS-NO-FILE-COUNT PIC 9(5) VALUE ZERO.
               05 WS-TRAN-CODE-COUNT PIC 9(5) VALUE ZERO.

           01 WS-OPERATOR-HEADING.
               05 FILLER PIC X(12) VALUE "-- OPERATOR ".
               05 WS-HDG-OPERATOR PIC X(8).
               05 FILLER PIC X(3) VALUE " --".

           01 WS-VIOLATION-HEADING.
               05 FILLER PIC X(11) VALUE "DATE".
               05 FILLER PIC X(7) VALUE "TIME".
               05 FILLER PIC X(19) VALUE "PROGRAM".
               05 FILLER PIC X(28) VALUE "VIOLATION".
               05 FILLER PIC X(5) VALUE "CODE".
               05 FILLER PIC X(10) VALUE "KEY".

           01 WS-VIOLATION-DETAIL.
               05 WS-DTL-DATE PIC X(8).
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-DTL-TIME PIC X(4).
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-DTL-PROGRAM PIC X(18).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-DTL-DESCRIPTION PIC X(27).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-DTL-TRAN-CODE PIC X(1).
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-DTL-KEY PIC X(10).

           01 WS-COUNT-LINE.
               05 WS-CNT-LABEL PIC X(40).
               05 WS-CNT-VALUE PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-FROM-DATE FROM COMMAND-LINE.
           IF WS-FROM-DATE NOT = SPACES AND WS-FROM-DATE NOT NUMERIC
               DISPLAY "FROM DATE MUST BE YYYYMMDD: " WS-FROM-DATE
               STOP RUN
           END-IF.
           OPEN INPUT AUTH-VIOLATIONS.
           IF WS-AUTH-VIOL-STATUS = "35"
               DISPLAY "NO AUTHORIZATION VIOLATIONS ON FILE"
               STOP RUN
           END-IF.
           IF WS-AUTH-VIOL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN AUTH-VIOLATIONS, STATUS="
                   WS-AUTH-VIOL-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT VIOLATION-REPORT.
           IF WS-VIOL-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN VIOLATION-REPORT, STATUS="
                   WS-VIOL-REPORT-STATUS
               CLOSE AUTH-VIOLATIONS
               STOP RUN
           END-IF.
           MOVE "===== OPERATOR AUTHORIZATION VIOLATIONS ====="
               TO VIOLATION-REPORT-LINE.
           WRITE VIOLATION-REPORT-LINE.
           IF WS-FROM-DATE = SPACES
               MOVE "ALL VIOLATIONS ON THE LOG" TO VIOLATION-REPORT-LINE
           ELSE
               MOVE SPACES TO VIOLATION-REPORT-LINE
               STRING "VIOLATIONS ON OR AFTER " WS-FROM-DATE
                   DELIMITED BY SIZE INTO VIOLATION-REPORT-LINE
               END-STRING
           END-IF.
           WRITE VIOLATION-REPORT-LINE.
           SORT VIOLATION-SORT-WORK
               ON ASCENDING KEY VSR-OPERATOR-ID
               ON ASCENDING KEY VSR-TIMESTAMP
               INPUT PROCEDURE IS SELECT-VIOLATIONS
               OUTPUT PROCEDURE IS WRITE-VIOLATION-LINES.
           CLOSE AUTH-VIOLATIONS.
           IF WS-VIOLATION-TOTAL = ZERO
               MOVE "NO VIOLATIONS IN THE PERIOD"
                   TO VIOLATION-REPORT-LINE
               WRITE VIOLATION-REPORT-LINE
           ELSE
               PERFORM WRITE-TYPE-SUMMARY
           END-IF.
           CLOSE VIOLATION-REPORT.
           DISPLAY "AUTHORIZATION VIOLATIONS REPORTED: "
               WS-VIOLATION-TOTAL " BY " WS-OPERATOR-COUNT
               " OPERATOR ID(S)".
           STOP RUN.

       SELECT-VIOLATIONS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUTH-VIOLATIONS
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-FROM-DATE = SPACES
                           OR AVL-TIMESTAMP (1:8) >= WS-FROM-DATE
                           MOVE AVL-OPERATOR-ID TO VSR-OPERATOR-ID
                           MOVE AVL-TIMESTAMP TO VSR-TIMESTAMP
                           MOVE AVL-PROGRAM TO VSR-PROGRAM
                           MOVE AVL-VIOLATION-TYPE
                               TO VSR-VIOLATION-TYPE
                           MOVE AVL-TRAN-CODE TO VSR-TRAN-CODE
                           MOVE AVL-TRAN-KEY TO VSR-TRAN-KEY
                           RELEASE VIOLATION-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-VIOLATION-LINES.
           MOVE 'N' TO WS-SORT-EOF
           MOVE 'N' TO WS-OPERATOR-SEEN
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN VIOLATION-SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                       IF WS-OPERATOR-SEEN = 'Y'
                           PERFORM WRITE-OPERATOR-TOTAL
                       END-IF
                   NOT AT END PERFORM LIST-ONE-VIOLATION
               END-RETURN
           END-PERFORM.

       LIST-ONE-VIOLATION.
           IF WS-OPERATOR-SEEN = 'N'
               OR VSR-OPERATOR-ID NOT = WS-CURRENT-OPERATOR
               IF WS-OPERATOR-SEEN = 'Y'
                   PERFORM WRITE-OPERATOR-TOTAL
               END-IF
               MOVE 'Y' TO WS-OPERATOR-SEEN
               MOVE VSR-OPERATOR-ID TO WS-CURRENT-OPERATOR
               MOVE ZERO TO WS-OPERATOR-TOTAL
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE SPACES TO VIOLATION-REPORT-LINE
               WRITE VIOLATION-REPORT-LINE
               IF VSR-OPERATOR-ID = SPACES
                   MOVE "(BLANK)" TO WS-HDG-OPERATOR
               ELSE
                   MOVE VSR-OPERATOR-ID TO WS-HDG-OPERATOR
               END-IF
               WRITE VIOLATION-REPORT-LINE FROM WS-OPERATOR-HEADING
               WRITE VIOLATION-REPORT-LINE FROM WS-VIOLATION-HEADING
           END-IF
           ADD 1 TO WS-OPERATOR-TOTAL
           ADD 1 TO WS-VIOLATION-TOTAL
           MOVE VSR-TIMESTAMP (1:8) TO WS-DTL-DATE
           MOVE VSR-TIMESTAMP (9:4) TO WS-DTL-TIME
           MOVE VSR-PROGRAM TO WS-DTL-PROGRAM
           MOVE VSR-TRAN-CODE TO WS-DTL-TRAN-CODE
           MOVE VSR-TRAN-KEY TO WS-DTL-KEY
           EVALUATE VSR-VIOLATION-TYPE
               WHEN 'U'
                   MOVE "UNKNOWN OPERATOR - REFUSED"
                       TO WS-DTL-DESCRIPTION
                   ADD 1 TO WS-UNKNOWN-COUNT
               WHEN 'R'
                   MOVE "REVOKED OPERATOR - REFUSED"
                       TO WS-DTL-DESCRIPTION
                   ADD 1 TO WS-REVOKED-COUNT
               WHEN 'P'
                   MOVE "NO PROGRAM AUTHORITY"
                       TO WS-DTL-DESCRIPTION
                   ADD 1 TO WS-NO-PROGRAM-COUNT
               WHEN 'F'
                   MOVE "AUTHORIZATION FILE MISSING"
                       TO WS-DTL-DESCRIPTION
                   ADD 1 TO WS-NO-FILE-COUNT
               WHEN OTHER
                   MOVE "TRAN CODE NOT AUTHORIZED"
                       TO WS-DTL-DESCRIPTION
                   ADD 1 TO WS-TRAN-CODE-COUNT
           END-EVALUATE
           WRITE VIOLATION-REPORT-LINE FROM WS-VIOLATION-DETAIL.

       WRITE-OPERATOR-TOTAL.
           MOVE "  VIOLATIONS FOR OPERATOR" TO WS-CNT-LABEL
           MOVE WS-OPERATOR-TOTAL TO WS-CNT-VALUE
           WRITE VIOLATION-REPORT-LINE FROM WS-COUNT-LINE.

       WRITE-TYPE-SUMMARY.
           MOVE SPACES TO VIOLATION-REPORT-LINE
           WRITE VIOLATION-REPORT-LINE
           MOVE "===== SUMMARY BY VIOLATION TYPE ====="
               TO VIOLATION-REPORT-LINE
           WRITE VIOLATION-REPORT-LINE
           MOVE "UNKNOWN OPERATOR ID (RUN REFUSED)" TO WS-CNT-LABEL
           MOVE WS-UNKNOWN-COUNT TO WS-CNT-VALUE
           WRITE VIOLATION-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "REVOKED OPERATOR (RUN REFUSED)" TO WS-CNT-LABEL
           MOVE WS-REVOKED-COUNT TO WS-CNT-VALUE
           WRITE VIOLATION-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "NO AUTHORITY FOR PROGRAM (RUN REFUSED)"
               TO WS-CNT-LABEL
           MOVE WS-NO-PROGRAM-COUNT TO WS-CNT-VALUE
           WRITE VIOLATION-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "AUTHORIZATION FILE MISSING (REFUSED)" TO WS-CNT-LABEL
           MOVE WS-NO-FILE-COUNT TO WS-CNT-VALUE
           WRITE VIOLATION-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "TRANSACTION CODE NOT AUTHORIZED" TO WS-CNT-LABEL
           MOVE WS-TRAN-CODE-COUNT TO WS-CNT-VALUE
           WRITE VIOLATION-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "TOTAL VIOLATIONS" TO WS-CNT-LABEL
           MOVE WS-VIOLATION-TOTAL TO WS-CNT-VALUE
           WRITE VIOLATION-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "OPERATOR IDS INVOLVED" TO WS-CNT-LABEL
           MOVE WS-OPERATOR-COUNT TO WS-CNT-VALUE
           WRITE VIOLATION-REPORT-LINE FROM WS-COUNT-LINE.

       END PROGRAM AUTH-VIOLATION-REPORT.
