                   88 WS-SUBJECT-INCOMPLETE VALUE 'I'.
                   88 WS-SUBJECT-EXEMPT VALUE 'E'.
                   88 WS-SUBJECT-WITHDRAWN VALUE 'W'.
           05 WS-STUDENT-GRADE-LEVEL PIC 9(2).
