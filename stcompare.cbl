               COPY LOCKREC.CPY.

           FD PREVIOUS-BACKUP.
           01 PREVIOUS-RECORD PIC X(63).

           FD COMPARE-REPORT.
           01 COMPARE-REPORT-LINE PIC X(80).
                   10 PREV-SUBJECT-CODE PIC X(4).
                   10 PREV-SUBJECT-SCORE PIC 9(3).
                   10 PREV-SUBJECT-STATUS PIC X(1).
               05 PREV-GRADE-LEVEL PIC X(2).

           01 WS-STUDENT-STATUS PIC X(2).
           01 WS-PREVIOUS-STATUS PIC X(2).
               MOVE WS-FIELD-DIFF-DETAIL TO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
           END-IF
           IF WS-STUDENT-GRADE-LEVEL NOT = PREV-GRADE-LEVEL
               MOVE "LEVEL" TO WS-FDD-FIELD
               MOVE PREV-GRADE-LEVEL TO WS-FDD-OLD
               MOVE WS-STUDENT-GRADE-LEVEL TO WS-FDD-NEW
               MOVE WS-FIELD-DIFF-DETAIL TO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-SUBJECT-SUB FROM 1 BY 1
               UNTIL WS-SUBJECT-SUB > 5
               PERFORM REPORT-ONE-SUBJECT-DIFF
