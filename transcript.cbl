      *          detail line per STUDENT-SUBJECTS entry showing the
      *          catalog title and score, then the overall mark,
      *          letter grade, overall average and credit-weighted
      *          GPA, and the attendance percentage to date from the
      *          attendance master. Pages break at top
      *          of form between students - these go out to students
      *          and parents. A student missing from the demographic
      *          master falls back to the six-byte short name.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

               SELECT ATTENDANCE-MASTER ASSIGN TO "../attendance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATTEND-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           01 TERM-HISTORY-RECORD.
               COPY HISTREC.CPY.

           FD ATTENDANCE-MASTER.
           01 ATTENDANCE-RECORD.
               COPY ATTREC.CPY.

           WORKING-STORAGE SECTION.
           01 WS-STUDENT.
               COPY WSSTUD.CPY.
           01 WS-DEMO-STATUS PIC X(2).
           01 WS-REQUEST-STATUS PIC X(2).
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-ATTEND-STATUS PIC X(2).
           01 WS-DEMO-AVAILABLE PIC A(1) VALUE 'N'.
           01 WS-DEMO-FOUND PIC A(1) VALUE 'N'.
           01 WS-FULL-NAME PIC X(41).

           COPY WSCAT.CPY.

           COPY WSATT.CPY.

           01 WS-TERM-CODE PIC X(6) VALUE SPACES.
           01 WS-CURRENT-TERM-CODE PIC X(6) VALUE SPACES.
           01 WS-REQUEST-EOF PIC A(1).
                   VALUE "CREDIT-WEIGHTED GPA  ".
               05 WS-DTL-GPA PIC ZZ9.99.

           01 WS-ATTENDANCE-LINE.
               05 FILLER PIC X(21)
                   VALUE "ATTENDANCE TO DATE   ".
               05 WS-DTL-ATTEND-PCT PIC ZZ9.9.
               05 FILLER PIC X(8) VALUE " PCT OF ".
               05 WS-DTL-ATTEND-DAYS PIC ZZZ9.
               05 FILLER PIC X(5) VALUE " DAYS".

           01 WS-LOCK-STATUS PIC X(2).
           01 WS-LOCK-MODE PIC X(1) VALUE 'R'.
           01 WS-LOCK-PROGRAM PIC X(18) VALUE "STUDENT-TRANSCRIPT".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-PRINT-DATE.
           PERFORM LOAD-SUBJECT-CATALOG.
           PERFORM OPEN-DEMOGRAPHIC-MASTER.
           PERFORM OPEN-ATTENDANCE-MASTER.
           PERFORM ACQUIRE-MASTER-LOCK.
           OPEN INPUT STUDENT.
           IF WS-STUDENT-STATUS NOT = "00"
           CLOSE TRANSCRIPT-PRINT.
           CLOSE STUDENT.
           PERFORM CLOSE-DEMOGRAPHIC-MASTER.
           PERFORM CLOSE-ATTENDANCE-MASTER.
           PERFORM RELEASE-MASTER-LOCK.
           DISPLAY "TRANSCRIPT PRINT COMPLETE - " WS-TRANSCRIPT-COUNT
               " TRANSCRIPT(S) PRODUCED".
           WRITE TRANSCRIPT-LINE
           MOVE WS-STUDENT-GPA TO WS-DTL-GPA
           MOVE WS-GPA-LINE TO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE
           PERFORM COMPUTE-ATTENDANCE-PERCENT
           IF WS-ATTEND-ON-FILE = 'Y'
               MOVE WS-ATTENDANCE-PCT TO WS-DTL-ATTEND-PCT
               MOVE WS-ATTEND-DAYS TO WS-DTL-ATTEND-DAYS
               MOVE WS-ATTENDANCE-LINE TO TRANSCRIPT-LINE
           ELSE
               MOVE "ATTENDANCE TO DATE   NOT RECORDED"
                   TO TRANSCRIPT-LINE
           END-IF
           WRITE TRANSCRIPT-LINE.

       PRINT-ADDRESS-BLOCK.

       COPY DEMOP.CPY.

       COPY ATTENDP.CPY.

       COPY LOCKP.CPY.

       END PROGRAM STUDENT-TRANSCRIPT.
