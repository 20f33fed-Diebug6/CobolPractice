      *          full name and ID merged into the standard paragraph
      *          text, failing subject scores listed with catalog
      *          titles), one page per letter, followed by a control
      *          page totalling the letters produced. A student whose
      *          attendance percentage on the attendance master falls
      *          below the ATTENDANCE-WARNING level on runparm.txt
      *          (default 90) receives a letter even when the mark is
      *          acceptable, and every letter quotes the attendance on
      *          record so low marks and missed days are seen
      *          together. A student whose academic standing was
      *          moved to warning, probation or suspension review by
      *          the last ACADEMIC-STANDING run (stndchg.txt) also
      *          receives a letter, quoting the new standing, the
      *          cumulative grade average and the run of terms below
      *          the line. A student
      *          missing from the demographic master falls back to the
      *          six-byte short name with no address. Only active
      *          students receive letters - a withdrawn or graduated
               RECORD KEY IS DEM-STUDENT-ID
               FILE STATUS IS WS-DEMO-STATUS.

               SELECT ATTENDANCE-MASTER ASSIGN TO "../attendance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATTEND-STATUS.

               SELECT STANDING-CHANGES ASSIGN TO "../stndchg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDING-CHANGE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           FD RUN-PARM-FILE.
           01 RUN-PARM-LINE PIC X(40).

           FD ATTENDANCE-MASTER.
           01 ATTENDANCE-RECORD.
               COPY ATTREC.CPY.

           FD STANDING-CHANGES.
           01 STANDING-CHANGE-RECORD.
               COPY STANDCHG.CPY.

           WORKING-STORAGE SECTION.
           01 WS-STUDENT.
               COPY WSSTUD.CPY.

           01 WS-DEMO-STATUS PIC X(2).
           01 WS-RUN-PARM-STATUS PIC X(2).
           01 WS-ATTEND-STATUS PIC X(2).
           01 WS-STANDING-CHANGE-STATUS PIC X(2).
           COPY WSPARM.CPY.
           01 WS-DEMO-AVAILABLE PIC A(1) VALUE 'N'.
           01 WS-DEMO-FOUND PIC A(1) VALUE 'N'.

           COPY WSCAT.CPY.

           COPY WSATT.CPY.

           01 WS-WARNING-THRESHOLD PIC 9(3) VALUE ZERO.
           01 WS-ATTENDANCE-WARNING PIC 9(3) VALUE 90.
           01 WS-MARK-BELOW PIC A(1) VALUE 'N'.
           01 WS-ATTEND-BELOW PIC A(1) VALUE 'N'.
           01 WS-ATTEND-LETTER-COUNT PIC 9(5) VALUE ZERO.
           01 WS-LTR-ATTEND-PCT PIC ZZ9.9.
           01 WS-LTR-ATTEND-DAYS PIC ZZZ9.
           01 WS-SUBJECT-PASS-MARK PIC 9(3) VALUE 60.
           01 WS-LETTER-COUNT PIC 9(5) VALUE ZERO.
           01 WS-FAILING-LISTED PIC A(1).
           01 WS-STANDING-BELOW PIC A(1) VALUE 'N'.
           01 WS-STANDING-LETTER-COUNT PIC 9(5) VALUE ZERO.
           01 WS-STANDING-EOF PIC A(1).
           01 WS-STANDING-FOUND PIC A(1).
           01 WS-STANDING-TEXT PIC X(20).
           01 WS-LTR-CUM-GPA PIC ZZ9.99.
           01 WS-LTR-LOW-RUN PIC ZZ9.
           01 WS-STANDING-CHANGE-TABLE.
               05 WS-STANDING-CHANGE-COUNT PIC 9(4) VALUE ZERO.
               05 WS-STANDING-CHANGE-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-STANDING-IDX.
                   10 WS-SCH-STUDENT-ID PIC 9(5).
                   10 WS-SCH-NEW-STANDING PIC X(1).
                   10 WS-SCH-CUM-GPA PIC 9(3)V9(2).
                   10 WS-SCH-LOW-TERM-RUN PIC 9(3).
           01 WS-RUN-DATE PIC X(8).

           01 WS-SUBJECT-DETAIL.
               05 FILLER PIC X(19) VALUE "SITE PASS MARK   : ".
               05 WS-CTL-PASS-MARK PIC ZZ9.

           01 WS-ATTEND-WARNING-DETAIL.
               05 FILLER PIC X(19) VALUE "ATTEND WARNING   : ".
               05 WS-CTL-ATTEND-WARNING PIC ZZ9.
               05 FILLER PIC X(4) VALUE " PCT".

           01 WS-ATTEND-LETTER-DETAIL.
               05 FILLER PIC X(19) VALUE "ON ATTENDANCE    : ".
               05 WS-CTL-ATTEND-LETTERS PIC ZZZZ9.

           01 WS-STANDING-LETTER-DETAIL.
               05 FILLER PIC X(19) VALUE "ON STANDING      : ".
               05 WS-CTL-STANDING-LETTERS PIC ZZZZ9.

           01 WS-LOCK-STATUS PIC X(2).
           01 WS-LOCK-MODE PIC X(1) VALUE 'R'.
           01 WS-LOCK-PROGRAM PIC X(18) VALUE "AT-RISK-LETTERS".
           MOVE 60 TO WS-PARM-DEFAULT-VALUE.
           PERFORM GET-NUMERIC-PARAMETER.
           MOVE WS-PARM-NUMERIC-VALUE TO WS-SUBJECT-PASS-MARK.
           MOVE "ATTENDANCE-WARNING" TO WS-LOOKUP-PARM-KEY.
           MOVE 90 TO WS-PARM-DEFAULT-VALUE.
           PERFORM GET-NUMERIC-PARAMETER.
           MOVE WS-PARM-NUMERIC-VALUE TO WS-ATTENDANCE-WARNING.
           DISPLAY "Enter warning mark threshold (000 for site "
               "pass mark)"
           ACCEPT WS-WARNING-THRESHOLD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM LOAD-SUBJECT-CATALOG.
           PERFORM OPEN-DEMOGRAPHIC-MASTER.
           PERFORM OPEN-ATTENDANCE-MASTER.
           PERFORM LOAD-STANDING-CHANGES.
           PERFORM ACQUIRE-MASTER-LOCK.
           OPEN INPUT STUDENT.
           IF WS-STUDENT-STATUS NOT = "00"
           CLOSE LETTER-PRINT.
           CLOSE STUDENT.
           PERFORM CLOSE-DEMOGRAPHIC-MASTER.
           PERFORM CLOSE-ATTENDANCE-MASTER.
           PERFORM RELEASE-MASTER-LOCK.
           DISPLAY "LETTER RUN COMPLETE - " WS-LETTER-COUNT
               " LETTER(S) PRODUCED, THRESHOLD " WS-WARNING-THRESHOLD.
                       PERFORM VALIDATE-STUDENT-RECORD
                       IF WS-RECORD-VALID
                           AND WS-STUDENT-ACTIVE
                           PERFORM CHECK-STUDENT-AT-RISK
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-STUDENT-AT-RISK.
           MOVE 'N' TO WS-MARK-BELOW
           MOVE 'N' TO WS-ATTEND-BELOW
           MOVE 'N' TO WS-STANDING-BELOW
           IF WS-STUDENT-MARK < WS-WARNING-THRESHOLD
               MOVE 'Y' TO WS-MARK-BELOW
           END-IF
           PERFORM COMPUTE-ATTENDANCE-PERCENT
           IF WS-ATTEND-ON-FILE = 'Y'
               AND WS-ATTENDANCE-PCT < WS-ATTENDANCE-WARNING
               MOVE 'Y' TO WS-ATTEND-BELOW
           END-IF
           PERFORM FIND-STANDING-CHANGE
           IF WS-MARK-BELOW = 'Y' OR WS-ATTEND-BELOW = 'Y'
               OR WS-STANDING-BELOW = 'Y'
               PERFORM WRITE-ONE-LETTER
           END-IF.

       WRITE-ONE-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           PERFORM FIND-DEMOGRAPHIC-RECORD
           WRITE LETTER-LINE
           MOVE "THIS IS AN ACADEMIC WARNING NOTICE." TO LETTER-LINE
           WRITE LETTER-LINE
           IF WS-MARK-BELOW = 'Y'
               PERFORM WRITE-MARK-PARAGRAPH
           END-IF
           IF WS-STANDING-BELOW = 'Y'
               PERFORM WRITE-STANDING-PARAGRAPH
           END-IF
           PERFORM WRITE-ATTENDANCE-PARAGRAPH
           IF WS-MARK-BELOW = 'Y'
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "THE FOLLOWING SUBJECT RESULTS REQUIRE ATTENTION:"
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE 'N' TO WS-FAILING-LISTED
               PERFORM VARYING WS-SUBJECT-IDX FROM 1 BY 1
                   UNTIL WS-SUBJECT-IDX > WS-STUDENT-SUBJECT-COUNT
                   OR WS-SUBJECT-IDX > 5
                   PERFORM LIST-ONE-FAILING-SUBJECT
               END-PERFORM
               IF WS-FAILING-LISTED = 'N'
                   MOVE
                     "  (OVERALL MARK ONLY - NO FAILING SUBJECT SCORES)"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "PLEASE CONTACT THE ACADEMIC OFFICE TO ARRANGE AN"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "INTERVENTION PLAN BEFORE THE PUBLISHED DEADLINE."
               TO LETTER-LINE
           WRITE LETTER-LINE.

       WRITE-MARK-PARAGRAPH.
           MOVE SPACES TO LETTER-LINE
           STRING WS-FULL-NAME DELIMITED BY "  "
               " HOLDS AN OVERALL MARK OF " DELIMITED BY SIZE
           STRING "REQUIRED STANDARD OF " WS-WARNING-THRESHOLD "."
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE.

       WRITE-STANDING-PARAGRAPH.
           ADD 1 TO WS-STANDING-LETTER-COUNT
           EVALUATE WS-SCH-NEW-STANDING (WS-STANDING-IDX)
               WHEN 'W' MOVE "ACADEMIC WARNING" TO WS-STANDING-TEXT
               WHEN 'P' MOVE "ACADEMIC PROBATION" TO WS-STANDING-TEXT
               WHEN 'S' MOVE "SUSPENSION REVIEW" TO WS-STANDING-TEXT
           END-EVALUATE
           MOVE WS-SCH-CUM-GPA (WS-STANDING-IDX) TO WS-LTR-CUM-GPA
           MOVE WS-SCH-LOW-TERM-RUN (WS-STANDING-IDX)
               TO WS-LTR-LOW-RUN
           MOVE SPACES TO LETTER-LINE
           STRING "ACADEMIC STANDING HAS BEEN SET TO "
               DELIMITED BY SIZE
               WS-STANDING-TEXT DELIMITED BY "  "
               "." DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "THE CUMULATIVE GRADE AVERAGE IS " DELIMITED BY SIZE
               WS-LTR-CUM-GPA DELIMITED BY SIZE
               ", WITH " DELIMITED BY SIZE
               WS-LTR-LOW-RUN DELIMITED BY SIZE
               " TERM(S) IN A ROW" DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE "BELOW THE REQUIRED STANDARD." TO LETTER-LINE
           WRITE LETTER-LINE.

       WRITE-ATTENDANCE-PARAGRAPH.
           IF WS-ATTEND-ON-FILE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ATTENDANCE-PCT TO WS-LTR-ATTEND-PCT
           MOVE WS-ATTEND-DAYS TO WS-LTR-ATTEND-DAYS
           MOVE SPACES TO LETTER-LINE
           STRING "ATTENDANCE ON RECORD IS " DELIMITED BY SIZE
               WS-LTR-ATTEND-PCT DELIMITED BY SIZE
               " PCT OF " DELIMITED BY SIZE
               WS-LTR-ATTEND-DAYS DELIMITED BY SIZE
               " SCHOOL DAYS." DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           IF WS-ATTEND-BELOW = 'Y'
               ADD 1 TO WS-ATTEND-LETTER-COUNT
               MOVE SPACES TO LETTER-LINE
               STRING "THIS IS BELOW THE REQUIRED ATTENDANCE OF "
                   DELIMITED BY SIZE
                   WS-ATTENDANCE-WARNING DELIMITED BY SIZE
                   " PCT." DELIMITED BY SIZE
                   INTO LETTER-LINE
               END-STRING
               WRITE LETTER-LINE
           END-IF.

       WRITE-ADDRESS-BLOCK.
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-SUBJECT-PASS-MARK TO WS-CTL-PASS-MARK
           MOVE WS-PASS-MARK-DETAIL TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-ATTENDANCE-WARNING TO WS-CTL-ATTEND-WARNING
           MOVE WS-ATTEND-WARNING-DETAIL TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-ATTEND-LETTER-COUNT TO WS-CTL-ATTEND-LETTERS
           MOVE WS-ATTEND-LETTER-DETAIL TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-STANDING-LETTER-COUNT TO WS-CTL-STANDING-LETTERS
           MOVE WS-STANDING-LETTER-DETAIL TO LETTER-LINE
           WRITE LETTER-LINE.

       LOAD-STANDING-CHANGES.
           MOVE 'N' TO WS-STANDING-EOF
           MOVE ZERO TO WS-STANDING-CHANGE-COUNT
           OPEN INPUT STANDING-CHANGES
           IF WS-STANDING-CHANGE-STATUS NOT = "00"
               DISPLAY "STANDING CHANGES NOT AVAILABLE, STATUS="
                   WS-STANDING-CHANGE-STATUS
                   " - NO STANDING LETTERS"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-STANDING-EOF = 'Y'
               READ STANDING-CHANGES
                   AT END MOVE 'Y' TO WS-STANDING-EOF
                   NOT AT END PERFORM LOAD-ONE-STANDING-CHANGE
               END-READ
           END-PERFORM
           CLOSE STANDING-CHANGES.

       LOAD-ONE-STANDING-CHANGE.
           IF SCH-NEW-STANDING NOT = 'W' AND SCH-NEW-STANDING NOT = 'P'
               AND SCH-NEW-STANDING NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-STANDING-CHANGE-COUNT >= 500
               DISPLAY "STANDING CHANGE TABLE FULL - STUDENT "
                   SCH-STUDENT-ID " SKIPPED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STANDING-CHANGE-COUNT
           SET WS-STANDING-IDX TO WS-STANDING-CHANGE-COUNT
           MOVE SCH-STUDENT-ID TO WS-SCH-STUDENT-ID (WS-STANDING-IDX)
           MOVE SCH-NEW-STANDING
               TO WS-SCH-NEW-STANDING (WS-STANDING-IDX)
           MOVE SCH-CUM-GPA TO WS-SCH-CUM-GPA (WS-STANDING-IDX)
           MOVE SCH-LOW-TERM-RUN
               TO WS-SCH-LOW-TERM-RUN (WS-STANDING-IDX).

       FIND-STANDING-CHANGE.
           MOVE 'N' TO WS-STANDING-FOUND
           PERFORM VARYING WS-STANDING-IDX FROM 1 BY 1
               UNTIL WS-STANDING-IDX > WS-STANDING-CHANGE-COUNT
               OR WS-STANDING-FOUND = 'Y'
               IF WS-SCH-STUDENT-ID (WS-STANDING-IDX) = WS-STUDENT-ID
                   MOVE 'Y' TO WS-STANDING-FOUND
               END-IF
           END-PERFORM
           IF WS-STANDING-FOUND = 'Y'
               SET WS-STANDING-IDX DOWN BY 1
               MOVE 'Y' TO WS-STANDING-BELOW
           END-IF.

       COPY VALIDATEP.CPY.

       COPY CATALOGP.CPY.

       COPY DEMOP.CPY.

       COPY ATTENDP.CPY.

       COPY PARMP.CPY.

       COPY LOCKP.CPY.
