      ******************************************************************
      * Author:
      * Date:
      * Purpose: Inter-school transfer load for students arriving.
      *          Reads a transfer interchange file from the sending
      *          school (xferin.dat, XFERREC.CPY layout) and admits
      *          each student on it through the normal maintenance
      *          paths rather than by writing the masters directly: an
      *          A add transaction is queued on tranfile.txt, in one
      *          balanced batch with its own H header and T trailer
      *          (BATCHCTL.CPY), for STUDENT-MAINT to apply, and an A
      *          add card is queued on demotran.txt for DEMO-MAINT, so
      *          both audit trails record the admission. Each student
      *          is given a new STUDENT-ID one past the highest already
      *          on the master or queued for adding. Every subject code
      *          on the incoming record must be on our active subject
      *          catalog or be mapped to one through the foreign
      *          subject map (xfermap.txt, SUBJMAP.CPY); a subject that
      *          is neither is dropped from the student's table and
      *          listed. The student comes in active with no section
      *          (sections are assigned here) at the grade level sent.
      *          The sending school's term history is listed on the
      *          load report (xferload.txt) for the registrar but is
      *          not written to studhist.txt - those terms were not
      *          taken here. The file is balanced against its trailer
      *          first; a file that does not balance loads nothing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFER-LOAD.

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

               SELECT SUBJECT-CATALOG ASSIGN TO "../subjcat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

               SELECT SUBJECT-MAP ASSIGN TO "../xfermap.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

               SELECT TRANSFER-IN ASSIGN TO "../xferin.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-STATUS.

               SELECT TRANFILE ASSIGN TO "../tranfile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

               SELECT DEMO-TRANS ASSIGN TO "../demotran.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEMO-TRAN-STATUS.

               SELECT LOAD-REPORT ASSIGN TO "../xferload.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           01 STUDENT-FILE.
               COPY STUDENT.CPY.

           FD MASTER-LOCK.
           01 MASTER-LOCK-RECORD.
               COPY LOCKREC.CPY.

           FD SUBJECT-CATALOG.
           01 SUBJECT-CATALOG-RECORD.
               COPY SUBJCAT.CPY.

           FD SUBJECT-MAP.
           01 SUBJECT-MAP-RECORD.
               COPY SUBJMAP.CPY.

           FD TRANSFER-IN.
           01 TRANSFER-RECORD.
               COPY XFERREC.CPY.

           FD TRANFILE.
           01 TRAN-RECORD.
               COPY TRANREC.CPY.
           01 TRAN-BATCH-RECORD.
               COPY BATCHCTL.CPY.

           FD DEMO-TRANS.
           01 DEMO-TRAN-RECORD.
               COPY DEMOTRAN.CPY.

           FD LOAD-REPORT.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-STUDENT-STATUS PIC X(2).
           01 WS-CATALOG-STATUS PIC X(2).
           01 WS-MAP-STATUS PIC X(2).
           01 WS-TRANSFER-STATUS PIC X(2).
           01 WS-TRAN-STATUS PIC X(2).
           01 WS-DEMO-TRAN-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).

           COPY WSCAT.CPY.

           01 WS-MAP-EOF PIC A(1).
           01 WS-SUBJECT-MAP-TABLE.
               05 WS-MAP-COUNT PIC 9(3) VALUE ZERO.
               05 WS-MAP-ENTRY OCCURS 100 TIMES
                       INDEXED BY WS-MAP-IDX.
                   10 WS-MAP-FOREIGN-CODE PIC X(4).
                   10 WS-MAP-LOCAL-CODE PIC X(4).
           01 WS-MAP-FOUND PIC A(1).

           01 WS-TRANSFER-EOF PIC A(1).
           01 WS-STUDENT-EOF PIC A(1).
           01 WS-SCAN-EOF PIC A(1).
           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-TIME PIC X(4).

           01 WS-FILE-BALANCED PIC A(1) VALUE 'N'.
           01 WS-BALANCE-REASON PIC X(40) VALUE SPACES.
           01 WS-TRAILER-SEEN PIC A(1) VALUE 'N'.
           01 WS-SENDING-SCHOOL PIC X(10) VALUE SPACES.
           01 WS-EXTRACT-DATE PIC X(8) VALUE SPACES.
           01 WS-PASS-RECORD-COUNT PIC 9(7) VALUE ZERO.
           01 WS-PASS-STUDENT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-TRAILER-RECORD-COUNT PIC 9(7) VALUE ZERO.
           01 WS-TRAILER-STUDENT-COUNT PIC 9(5) VALUE ZERO.

           01 WS-NEXT-STUDENT-ID PIC 9(6) VALUE ZERO.
           01 WS-NEW-STUDENT-ID PIC 9(5).

           01 WS-BATCH-OPEN PIC A(1) VALUE 'N'.
           01 WS-BATCH-ID PIC X(8).
           01 WS-BATCH-RECORD-COUNT PIC 9(6) VALUE ZERO.
           01 WS-BATCH-MARK-HASH PIC 9(9) VALUE ZERO.

           01 WS-HELD-STUDENT PIC A(1) VALUE 'N'.
           01 WS-IN-REJECT-REASON PIC X(30).
           01 WS-IN-STUDENT.
               05 WS-IN-FOREIGN-ID PIC 9(5).
               05 WS-IN-NAME PIC A(6).
               05 WS-IN-MARK PIC 9(3).
               05 WS-IN-GRADE-LEVEL PIC X(2).
               05 WS-IN-SUBJECT-COUNT PIC 9(2).
               05 WS-IN-SUBJECTS OCCURS 5 TIMES
                       INDEXED BY WS-IN-SUBJECT-IDX.
                   10 WS-IN-SUBJECT-CODE PIC X(4).
                   10 WS-IN-SUBJECT-SCORE PIC 9(3).
                   10 WS-IN-SUBJECT-STATUS PIC X(1).
           01 WS-IN-DEMO-SEEN PIC A(1).
           01 WS-IN-DEMOGRAPHICS.
               05 WS-IN-SURNAME PIC X(20).
               05 WS-IN-GIVEN-NAME PIC X(20).
               05 WS-IN-ADDRESS-LINE-1 PIC X(30).
               05 WS-IN-ADDRESS-LINE-2 PIC X(30).
               05 WS-IN-CITY-LINE PIC X(30).
               05 WS-IN-GUARDIAN-NAME PIC X(30).
           01 WS-IN-TITLE-TABLE.
               05 WS-IN-TITLE-COUNT PIC 9(3).
               05 WS-IN-TITLE-ENTRY OCCURS 50 TIMES
                       INDEXED BY WS-IN-TITLE-IDX.
                   10 WS-IN-TITLE-CODE PIC X(4).
                   10 WS-IN-TITLE-TEXT PIC X(20).
           01 WS-IN-TERM-TABLE.
               05 WS-IN-TERM-COUNT PIC 9(3).
               05 WS-IN-TERM-ENTRY OCCURS 40 TIMES
                       INDEXED BY WS-IN-TERM-IDX.
                   10 WS-IN-TERM-CODE PIC X(6).
                   10 WS-IN-TERM-MARK PIC 9(3).
                   10 WS-IN-TERM-LEVEL PIC X(2).
                   10 WS-IN-TERM-SUBJECTS PIC 9(2).
           01 WS-IN-TERMS-DROPPED PIC 9(3).

           01 WS-FOREIGN-CODE PIC X(4).
           01 WS-LOCAL-CODE PIC X(4).
           01 WS-FOREIGN-TITLE PIC X(20).
           01 WS-SUBJECT-RESULT PIC X(30).
           01 WS-SUBJECT-KEPT PIC A(1).
           01 WS-DUPLICATE-FOUND PIC A(1).

           01 WS-COUNTERS.
               05 WS-READ-COUNT PIC 9(7) VALUE ZERO.
               05 WS-STUDENTS-READ PIC 9(5) VALUE ZERO.
               05 WS-ADMITTED-COUNT PIC 9(5) VALUE ZERO.
               05 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
               05 WS-SUBJECTS-KEPT PIC 9(5) VALUE ZERO.
               05 WS-SUBJECTS-MAPPED PIC 9(5) VALUE ZERO.
               05 WS-SUBJECTS-DROPPED PIC 9(5) VALUE ZERO.
               05 WS-TERMS-LISTED PIC 9(5) VALUE ZERO.
               05 WS-DEMO-CARD-COUNT PIC 9(5) VALUE ZERO.
               05 WS-SEQUENCE-ERRORS PIC 9(5) VALUE ZERO.

           01 WS-REPORT-HEADING-1.
               05 FILLER PIC X(36)
                   VALUE "===== TRANSFER LOAD REPORT =====".
               05 FILLER PIC X(10) VALUE "RUN DATE ".
               05 WS-HDG-RUN-DATE PIC 9(8).
           01 WS-REPORT-HEADING-2.
               05 FILLER PIC X(15) VALUE "SENDING SCHOOL ".
               05 WS-HDG-SCHOOL PIC X(10).
               05 FILLER PIC X(15) VALUE "  EXTRACT DATE ".
               05 WS-HDG-EXTRACT-DATE PIC X(8).

           01 WS-STUDENT-LINE.
               05 FILLER PIC X(11) VALUE "FOREIGN ID ".
               05 WS-STL-FOREIGN-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-STL-NAME PIC X(6).
               05 FILLER PIC X(8) VALUE "  LEVEL ".
               05 WS-STL-LEVEL PIC X(2).
               05 FILLER PIC X(9) VALUE "  NEW ID ".
               05 WS-STL-NEW-ID PIC X(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-STL-RESULT PIC X(30).

           01 WS-SUBJECT-LINE.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(8) VALUE "SUBJECT ".
               05 WS-SBL-CODE PIC X(4).
               05 FILLER PIC X(1) VALUE SPACES.
               05 WS-SBL-TITLE PIC X(20).
               05 FILLER PIC X(1) VALUE SPACES.
               05 WS-SBL-SCORE PIC ZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-SBL-RESULT PIC X(30).

           01 WS-TERM-LINE.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(5) VALUE "TERM ".
               05 WS-TML-TERM PIC X(6).
               05 FILLER PIC X(6) VALUE " MARK ".
               05 WS-TML-MARK PIC ZZ9.
               05 FILLER PIC X(7) VALUE " LEVEL ".
               05 WS-TML-LEVEL PIC X(2).
               05 FILLER PIC X(10) VALUE " SUBJECTS ".
               05 WS-TML-SUBJECTS PIC Z9.
               05 FILLER PIC X(30)
                   VALUE "  SENDING SCHOOL - NOT LOADED".

           01 WS-MESSAGE-LINE.
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-MSG-TEXT PIC X(76).

           01 WS-TOTAL-LINE.
               05 WS-TOT-CAPTION PIC X(28).
               05 WS-TOT-COUNT PIC ZZZZZZ9.

           01 WS-LOCK-STATUS PIC X(2).
           01 WS-LOCK-MODE PIC X(1) VALUE 'R'.
           01 WS-LOCK-PROGRAM PIC X(18) VALUE "TRANSFER-LOAD".
           01 WS-LOCK-OVERRIDE PIC A(1) VALUE 'N'.
           01 WS-LOCK-BLOCKED PIC A(1) VALUE 'N'.
           01 WS-LOCK-HELD PIC A(1) VALUE 'N'.
           01 WS-LOCK-NEW-STATE PIC X(1).
           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-OPERATOR-ID FROM COMMAND-LINE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:4) TO WS-RUN-TIME.
           PERFORM LOAD-SUBJECT-CATALOG.
           IF WS-CATALOG-LOADED = 'N'
               DISPLAY "SUBJECT CATALOG IS NEEDED TO PLACE TRANSFER "
                   "SUBJECTS - NOTHING LOADED"
               STOP RUN
           END-IF.
           PERFORM LOAD-SUBJECT-MAP.
           OPEN OUTPUT LOAD-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN LOAD-REPORT, STATUS="
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT TRANSFER-IN.
           IF WS-TRANSFER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TRANSFER-IN, STATUS="
                   WS-TRANSFER-STATUS " - NOTHING LOADED"
               CLOSE LOAD-REPORT
               STOP RUN
           END-IF.
           PERFORM BALANCE-TRANSFER-FILE.
           CLOSE TRANSFER-IN.
           PERFORM WRITE-REPORT-HEADINGS.
           IF WS-FILE-BALANCED = 'N'
               MOVE WS-BALANCE-REASON TO WS-MSG-TEXT
               PERFORM WRITE-MESSAGE-LINE
               MOVE "TRANSFER FILE NOT LOADED" TO WS-MSG-TEXT
               PERFORM WRITE-MESSAGE-LINE
               CLOSE LOAD-REPORT
               DISPLAY "TRANSFER FILE OUT OF BALANCE - "
                   WS-BALANCE-REASON
               DISPLAY "NOTHING LOADED"
               STOP RUN
           END-IF.
           PERFORM ACQUIRE-MASTER-LOCK.
           PERFORM FIND-HIGHEST-STUDENT-ID.
           PERFORM FIND-HIGHEST-QUEUED-ADD.
           PERFORM FIND-HIGHEST-QUEUED-DEMO.
           OPEN EXTEND TRANFILE.
           IF WS-TRAN-STATUS = "35"
               OPEN OUTPUT TRANFILE
           END-IF.
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TRANFILE, STATUS="
                   WS-TRAN-STATUS
               CLOSE LOAD-REPORT
               PERFORM RELEASE-MASTER-LOCK
               STOP RUN
           END-IF.
           OPEN EXTEND DEMO-TRANS.
           IF WS-DEMO-TRAN-STATUS = "35"
               OPEN OUTPUT DEMO-TRANS
           END-IF.
           IF WS-DEMO-TRAN-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN DEMO-TRANS, STATUS="
                   WS-DEMO-TRAN-STATUS
               CLOSE TRANFILE
               CLOSE LOAD-REPORT
               PERFORM RELEASE-MASTER-LOCK
               STOP RUN
           END-IF.
           OPEN INPUT TRANSFER-IN.
           MOVE 'N' TO WS-TRANSFER-EOF.
           PERFORM UNTIL WS-TRANSFER-EOF = 'Y'
               READ TRANSFER-IN
                   AT END MOVE 'Y' TO WS-TRANSFER-EOF
                   NOT AT END PERFORM PROCESS-TRANSFER-RECORD
               END-READ
           END-PERFORM.
           IF WS-HELD-STUDENT = 'Y'
               PERFORM FINISH-TRANSFER-STUDENT
           END-IF.
           IF WS-BATCH-OPEN = 'Y'
               PERFORM WRITE-BATCH-TRAILER
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE TRANSFER-IN.
           CLOSE DEMO-TRANS.
           CLOSE TRANFILE.
           CLOSE LOAD-REPORT.
           PERFORM RELEASE-MASTER-LOCK.
           DISPLAY "TRANSFER LOAD COMPLETE - STUDENTS: "
               WS-STUDENTS-READ " ADMITTED: " WS-ADMITTED-COUNT
               " REJECTED: " WS-REJECTED-COUNT.
           DISPLAY "SUBJECTS DROPPED: " WS-SUBJECTS-DROPPED
               " - RUN STUDENT-MAINT AND DEMO-MAINT TO APPLY".
           STOP RUN.

       LOAD-SUBJECT-MAP.
           MOVE ZERO TO WS-MAP-COUNT
           MOVE 'N' TO WS-MAP-EOF
           OPEN INPUT SUBJECT-MAP
           IF WS-MAP-STATUS NOT = "00"
               DISPLAY "FOREIGN SUBJECT MAP NOT AVAILABLE, STATUS="
                   WS-MAP-STATUS " - ONLY CATALOG CODES ACCEPTED"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MAP-EOF = 'Y'
               READ SUBJECT-MAP
                   AT END MOVE 'Y' TO WS-MAP-EOF
                   NOT AT END PERFORM LOAD-ONE-MAP-ENTRY
               END-READ
           END-PERFORM
           CLOSE SUBJECT-MAP.

       LOAD-ONE-MAP-ENTRY.
           IF MAP-FOREIGN-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-MAP-COUNT >= 100
               DISPLAY "FOREIGN SUBJECT MAP TABLE FULL - ENTRY "
                   MAP-FOREIGN-CODE " SKIPPED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MAP-COUNT
           SET WS-MAP-IDX TO WS-MAP-COUNT
           MOVE MAP-FOREIGN-CODE TO WS-MAP-FOREIGN-CODE (WS-MAP-IDX)
           MOVE MAP-LOCAL-CODE TO WS-MAP-LOCAL-CODE (WS-MAP-IDX).

       BALANCE-TRANSFER-FILE.
           MOVE 'N' TO WS-TRANSFER-EOF
           PERFORM UNTIL WS-TRANSFER-EOF = 'Y'
               READ TRANSFER-IN
                   AT END MOVE 'Y' TO WS-TRANSFER-EOF
                   NOT AT END PERFORM COUNT-TRANSFER-RECORD
               END-READ
           END-PERFORM
           MOVE 'Y' TO WS-FILE-BALANCED
           EVALUATE TRUE
               WHEN WS-PASS-RECORD-COUNT = ZERO
                   MOVE "TRANSFER FILE IS EMPTY" TO WS-BALANCE-REASON
               WHEN WS-SENDING-SCHOOL = SPACES
                   AND WS-EXTRACT-DATE = SPACES
                   MOVE "NO FILE HEADER RECORD" TO WS-BALANCE-REASON
               WHEN WS-TRAILER-SEEN = 'N'
                   MOVE "NO FILE TRAILER RECORD" TO WS-BALANCE-REASON
               WHEN WS-TRAILER-RECORD-COUNT NOT = WS-PASS-RECORD-COUNT
                   MOVE "RECORD COUNT DOES NOT AGREE WITH TRAILER"
                       TO WS-BALANCE-REASON
               WHEN WS-TRAILER-STUDENT-COUNT
                   NOT = WS-PASS-STUDENT-COUNT
                   MOVE "STUDENT COUNT DOES NOT AGREE WITH TRAILER"
                       TO WS-BALANCE-REASON
           END-EVALUATE
           IF WS-BALANCE-REASON NOT = SPACES
               MOVE 'N' TO WS-FILE-BALANCED
           END-IF.

       COUNT-TRANSFER-RECORD.
           ADD 1 TO WS-PASS-RECORD-COUNT
           EVALUATE TRUE
               WHEN XFR-FILE-HEADER AND WS-PASS-RECORD-COUNT = 1
                   MOVE XFR-SCHOOL-CODE TO WS-SENDING-SCHOOL
                   MOVE XFR-EXTRACT-DATE TO WS-EXTRACT-DATE
                   IF WS-SENDING-SCHOOL = SPACES
                       MOVE "UNKNOWN" TO WS-SENDING-SCHOOL
                   END-IF
               WHEN XFR-STUDENT-RECORD
                   ADD 1 TO WS-PASS-STUDENT-COUNT
               WHEN XFR-FILE-TRAILER
                   MOVE 'Y' TO WS-TRAILER-SEEN
                   IF XFR-RECORD-COUNT NUMERIC
                       MOVE XFR-RECORD-COUNT
                           TO WS-TRAILER-RECORD-COUNT
                   END-IF
                   IF XFR-STUDENT-COUNT NUMERIC
                       MOVE XFR-STUDENT-COUNT
                           TO WS-TRAILER-STUDENT-COUNT
                   END-IF
           END-EVALUATE.

       WRITE-REPORT-HEADINGS.
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-SENDING-SCHOOL TO WS-HDG-SCHOOL
           MOVE WS-EXTRACT-DATE TO WS-HDG-EXTRACT-DATE
           MOVE WS-REPORT-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPORT-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       FIND-HIGHEST-STUDENT-ID.
           OPEN INPUT STUDENT
           IF WS-STUDENT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STUDENT FILE, STATUS="
                   WS-STUDENT-STATUS
               CLOSE LOAD-REPORT
               PERFORM RELEASE-MASTER-LOCK
               STOP RUN
           END-IF
           MOVE 'N' TO WS-STUDENT-EOF
           PERFORM UNTIL WS-STUDENT-EOF = 'Y'
               READ STUDENT NEXT
                   AT END MOVE 'Y' TO WS-STUDENT-EOF
                   NOT AT END
                       IF STUDENT-ID > WS-NEXT-STUDENT-ID
                           MOVE STUDENT-ID TO WS-NEXT-STUDENT-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT.

       FIND-HIGHEST-QUEUED-ADD.
           OPEN INPUT TRANFILE
           IF WS-TRAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ TRANFILE
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF TRAN-CODE = 'A' AND TRAN-STUDENT-ID NUMERIC
                           AND TRAN-STUDENT-ID > WS-NEXT-STUDENT-ID
                           MOVE TRAN-STUDENT-ID TO WS-NEXT-STUDENT-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANFILE.

       FIND-HIGHEST-QUEUED-DEMO.
           OPEN INPUT DEMO-TRANS
           IF WS-DEMO-TRAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ DEMO-TRANS
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF DTR-CODE = 'A' AND DTR-STUDENT-ID NUMERIC
                           AND DTR-STUDENT-ID > WS-NEXT-STUDENT-ID
                           MOVE DTR-STUDENT-ID TO WS-NEXT-STUDENT-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEMO-TRANS.

       PROCESS-TRANSFER-RECORD.
           ADD 1 TO WS-READ-COUNT
           EVALUATE TRUE
               WHEN XFR-FILE-HEADER
                   CONTINUE
               WHEN XFR-FILE-TRAILER
                   IF WS-HELD-STUDENT = 'Y'
                       PERFORM FINISH-TRANSFER-STUDENT
                   END-IF
               WHEN XFR-STUDENT-RECORD
                   IF WS-HELD-STUDENT = 'Y'
                       PERFORM FINISH-TRANSFER-STUDENT
                   END-IF
                   PERFORM START-TRANSFER-STUDENT
               WHEN WS-HELD-STUDENT = 'N'
                   OR XFR-STUDENT-ID NOT = WS-IN-FOREIGN-ID
                   PERFORM WRITE-SEQUENCE-ERROR
               WHEN XFR-DEMOGRAPHIC-RECORD
                   PERFORM KEEP-DEMOGRAPHIC-DATA
               WHEN XFR-SUBJECT-RECORD
                   PERFORM KEEP-SUBJECT-TITLE
               WHEN XFR-TERM-RECORD
                   PERFORM KEEP-FOREIGN-TERM
               WHEN OTHER
                   PERFORM WRITE-SEQUENCE-ERROR
           END-EVALUATE.

       WRITE-SEQUENCE-ERROR.
           ADD 1 TO WS-SEQUENCE-ERRORS
           MOVE SPACES TO WS-MSG-TEXT
           STRING "RECORD TYPE " XFR-RECORD-TYPE
               " FOR FOREIGN ID " TRANSFER-RECORD (2:5)
               " OUT OF SEQUENCE - IGNORED" DELIMITED BY SIZE
               INTO WS-MSG-TEXT
           END-STRING
           PERFORM WRITE-MESSAGE-LINE.

       START-TRANSFER-STUDENT.
           ADD 1 TO WS-STUDENTS-READ
           MOVE 'Y' TO WS-HELD-STUDENT
           MOVE SPACES TO WS-IN-REJECT-REASON
           MOVE 'N' TO WS-IN-DEMO-SEEN
           MOVE SPACES TO WS-IN-DEMOGRAPHICS
           MOVE ZERO TO WS-IN-TITLE-COUNT
           MOVE ZERO TO WS-IN-TERM-COUNT
           MOVE ZERO TO WS-IN-TERMS-DROPPED
           MOVE XFR-STUDENT-ID TO WS-IN-FOREIGN-ID
           MOVE XFR-STUDENT-NAME TO WS-IN-NAME
           MOVE XFR-STUDENT-MARK TO WS-IN-MARK
           MOVE XFR-GRADE-LEVEL TO WS-IN-GRADE-LEVEL
           MOVE XFR-SUBJECT-COUNT TO WS-IN-SUBJECT-COUNT
           PERFORM VARYING XFR-SUBJECT-IDX FROM 1 BY 1
               UNTIL XFR-SUBJECT-IDX > 5
               SET WS-IN-SUBJECT-IDX TO XFR-SUBJECT-IDX
               MOVE XFR-SUBJECT-CODE (XFR-SUBJECT-IDX)
                   TO WS-IN-SUBJECT-CODE (WS-IN-SUBJECT-IDX)
               MOVE XFR-SUBJECT-SCORE (XFR-SUBJECT-IDX)
                   TO WS-IN-SUBJECT-SCORE (WS-IN-SUBJECT-IDX)
               MOVE XFR-SUBJECT-STATUS (XFR-SUBJECT-IDX)
                   TO WS-IN-SUBJECT-STATUS (WS-IN-SUBJECT-IDX)
           END-PERFORM
           EVALUATE TRUE
               WHEN XFR-STUDENT-ID NOT NUMERIC
                   OR XFR-STUDENT-ID = ZERO
                   MOVE "INVALID FOREIGN STUDENT-ID"
                       TO WS-IN-REJECT-REASON
               WHEN XFR-STUDENT-NAME = SPACES
                   MOVE "NO STUDENT NAME" TO WS-IN-REJECT-REASON
               WHEN XFR-STUDENT-MARK NOT NUMERIC
                   OR XFR-STUDENT-MARK > 100
                   MOVE "INVALID MARK" TO WS-IN-REJECT-REASON
               WHEN XFR-SUBJECT-COUNT NOT NUMERIC
                   OR XFR-SUBJECT-COUNT > 5
                   MOVE "INVALID SUBJECT COUNT" TO WS-IN-REJECT-REASON
               WHEN XFR-GRADE-LEVEL NOT NUMERIC
                   AND XFR-GRADE-LEVEL NOT = SPACES
                   MOVE "INVALID GRADE LEVEL" TO WS-IN-REJECT-REASON
           END-EVALUATE.

       KEEP-DEMOGRAPHIC-DATA.
           MOVE 'Y' TO WS-IN-DEMO-SEEN
           MOVE XFR-SURNAME TO WS-IN-SURNAME
           MOVE XFR-GIVEN-NAME TO WS-IN-GIVEN-NAME
           MOVE XFR-ADDRESS-LINE-1 TO WS-IN-ADDRESS-LINE-1
           MOVE XFR-ADDRESS-LINE-2 TO WS-IN-ADDRESS-LINE-2
           MOVE XFR-CITY-LINE TO WS-IN-CITY-LINE
           MOVE XFR-GUARDIAN-NAME TO WS-IN-GUARDIAN-NAME.

       KEEP-SUBJECT-TITLE.
           IF WS-IN-TITLE-COUNT < 50
               ADD 1 TO WS-IN-TITLE-COUNT
               SET WS-IN-TITLE-IDX TO WS-IN-TITLE-COUNT
               MOVE XFR-CAT-SUBJECT-CODE
                   TO WS-IN-TITLE-CODE (WS-IN-TITLE-IDX)
               MOVE XFR-CAT-SUBJECT-TITLE
                   TO WS-IN-TITLE-TEXT (WS-IN-TITLE-IDX)
           END-IF.

       KEEP-FOREIGN-TERM.
           IF WS-IN-TERM-COUNT >= 40
               ADD 1 TO WS-IN-TERMS-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IN-TERM-COUNT
           SET WS-IN-TERM-IDX TO WS-IN-TERM-COUNT
           MOVE XFR-TERM-CODE TO WS-IN-TERM-CODE (WS-IN-TERM-IDX)
           MOVE XFR-TERM-GRADE-LEVEL
               TO WS-IN-TERM-LEVEL (WS-IN-TERM-IDX)
           IF XFR-TERM-MARK NUMERIC
               MOVE XFR-TERM-MARK TO WS-IN-TERM-MARK (WS-IN-TERM-IDX)
           ELSE
               MOVE ZERO TO WS-IN-TERM-MARK (WS-IN-TERM-IDX)
           END-IF
           IF XFR-TERM-SUBJECT-COUNT NUMERIC
               MOVE XFR-TERM-SUBJECT-COUNT
                   TO WS-IN-TERM-SUBJECTS (WS-IN-TERM-IDX)
           ELSE
               MOVE ZERO TO WS-IN-TERM-SUBJECTS (WS-IN-TERM-IDX)
           END-IF.

       FINISH-TRANSFER-STUDENT.
           MOVE 'N' TO WS-HELD-STUDENT
           MOVE WS-IN-FOREIGN-ID TO WS-STL-FOREIGN-ID
           MOVE WS-IN-NAME TO WS-STL-NAME
           MOVE WS-IN-GRADE-LEVEL TO WS-STL-LEVEL
           MOVE SPACES TO WS-STL-NEW-ID
           IF WS-IN-REJECT-REASON = SPACES
               AND WS-NEXT-STUDENT-ID >= 99999
               MOVE "NO STUDENT-ID LEFT TO ASSIGN"
                   TO WS-IN-REJECT-REASON
           END-IF
           IF WS-IN-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO WS-STL-RESULT
               STRING "REJECTED - " WS-IN-REJECT-REASON
                   DELIMITED BY SIZE INTO WS-STL-RESULT
               END-STRING
               PERFORM WRITE-STUDENT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEXT-STUDENT-ID
           MOVE WS-NEXT-STUDENT-ID TO WS-NEW-STUDENT-ID
           MOVE WS-NEW-STUDENT-ID TO WS-STL-NEW-ID
           MOVE "ADMITTED" TO WS-STL-RESULT
           PERFORM WRITE-STUDENT-LINE
           ADD 1 TO WS-ADMITTED-COUNT
           PERFORM BUILD-ADD-TRANSACTION
           PERFORM WRITE-DEMOGRAPHIC-CARD
           PERFORM VARYING WS-IN-TERM-IDX FROM 1 BY 1
               UNTIL WS-IN-TERM-IDX > WS-IN-TERM-COUNT
               PERFORM WRITE-TERM-LINE
           END-PERFORM
           IF WS-IN-TERMS-DROPPED > ZERO
               MOVE SPACES TO WS-MSG-TEXT
               STRING WS-IN-TERMS-DROPPED
                   " FURTHER TERM(S) NOT LISTED" DELIMITED BY SIZE
                   INTO WS-MSG-TEXT
               END-STRING
               PERFORM WRITE-MESSAGE-LINE
           END-IF.

       BUILD-ADD-TRANSACTION.
           IF WS-BATCH-OPEN = 'N'
               PERFORM START-TRANSFER-BATCH
           END-IF
           MOVE SPACES TO TRAN-RECORD
           MOVE 'A' TO TRAN-CODE
           MOVE WS-NEW-STUDENT-ID TO TRAN-STUDENT-ID
           MOVE WS-IN-NAME TO TRAN-STUDENT-NAME
           MOVE WS-IN-MARK TO TRAN-STUDENT-MARK
           MOVE 'A' TO TRAN-STATUS-CODE
           MOVE SPACES TO TRAN-SECTION-CODE
           MOVE WS-IN-GRADE-LEVEL TO TRAN-GRADE-LEVEL
           MOVE ZERO TO TRAN-SUBJECT-COUNT
           PERFORM VARYING TRAN-SUBJECT-IDX FROM 1 BY 1
               UNTIL TRAN-SUBJECT-IDX > 5
               MOVE SPACES TO TRAN-SUBJECT-CODE (TRAN-SUBJECT-IDX)
               MOVE ZERO TO TRAN-SUBJECT-SCORE (TRAN-SUBJECT-IDX)
               MOVE SPACE TO TRAN-SUBJECT-STATUS (TRAN-SUBJECT-IDX)
           END-PERFORM
           PERFORM VARYING WS-IN-SUBJECT-IDX FROM 1 BY 1
               UNTIL WS-IN-SUBJECT-IDX > WS-IN-SUBJECT-COUNT
               PERFORM PLACE-TRANSFER-SUBJECT
           END-PERFORM
           WRITE TRAN-RECORD
           ADD 1 TO WS-BATCH-RECORD-COUNT
           ADD TRAN-STUDENT-MARK TO WS-BATCH-MARK-HASH.

       PLACE-TRANSFER-SUBJECT.
           MOVE WS-IN-SUBJECT-CODE (WS-IN-SUBJECT-IDX)
               TO WS-FOREIGN-CODE
           IF WS-FOREIGN-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-FOREIGN-TITLE
           MOVE 'N' TO WS-SUBJECT-KEPT
           MOVE SPACES TO WS-LOCAL-CODE
           MOVE WS-FOREIGN-CODE TO WS-LOOKUP-SUBJECT-CODE
           PERFORM FIND-SUBJECT-ENTRY
           IF WS-SUBJECT-ON-CATALOG = 'Y' AND WS-SUBJECT-ACTIVE = 'Y'
               MOVE WS-FOREIGN-CODE TO WS-LOCAL-CODE
               MOVE "KEPT - ON CATALOG" TO WS-SUBJECT-RESULT
           ELSE
               PERFORM MAP-FOREIGN-SUBJECT
           END-IF
           EVALUATE TRUE
               WHEN WS-LOCAL-CODE = SPACES
                   CONTINUE
               WHEN WS-IN-SUBJECT-SCORE (WS-IN-SUBJECT-IDX)
                   NOT NUMERIC
                   OR WS-IN-SUBJECT-SCORE (WS-IN-SUBJECT-IDX) > 100
                   MOVE "DROPPED - INVALID SCORE" TO WS-SUBJECT-RESULT
               WHEN WS-IN-SUBJECT-STATUS (WS-IN-SUBJECT-IDX) NOT = 'G'
                   AND WS-IN-SUBJECT-STATUS (WS-IN-SUBJECT-IDX)
                       NOT = 'I'
                   AND WS-IN-SUBJECT-STATUS (WS-IN-SUBJECT-IDX)
                       NOT = 'E'
                   AND WS-IN-SUBJECT-STATUS (WS-IN-SUBJECT-IDX)
                       NOT = 'W'
                   AND WS-IN-SUBJECT-STATUS (WS-IN-SUBJECT-IDX)
                       NOT = SPACE
                   MOVE "DROPPED - INVALID STATUS MARKER"
                       TO WS-SUBJECT-RESULT
               WHEN OTHER
                   PERFORM CHECK-DUPLICATE-SUBJECT
                   IF WS-DUPLICATE-FOUND = 'Y'
                       MOVE "DROPPED - DUPLICATE AFTER MAPPING"
                           TO WS-SUBJECT-RESULT
                   ELSE
                       MOVE 'Y' TO WS-SUBJECT-KEPT
                   END-IF
           END-EVALUATE
           IF WS-SUBJECT-KEPT = 'Y'
               ADD 1 TO TRAN-SUBJECT-COUNT
               SET TRAN-SUBJECT-IDX TO TRAN-SUBJECT-COUNT
               MOVE WS-LOCAL-CODE
                   TO TRAN-SUBJECT-CODE (TRAN-SUBJECT-IDX)
               MOVE WS-IN-SUBJECT-SCORE (WS-IN-SUBJECT-IDX)
                   TO TRAN-SUBJECT-SCORE (TRAN-SUBJECT-IDX)
               MOVE WS-IN-SUBJECT-STATUS (WS-IN-SUBJECT-IDX)
                   TO TRAN-SUBJECT-STATUS (TRAN-SUBJECT-IDX)
               ADD 1 TO WS-SUBJECTS-KEPT
           ELSE
               ADD 1 TO WS-SUBJECTS-DROPPED
           END-IF
           PERFORM WRITE-SUBJECT-LINE.

       MAP-FOREIGN-SUBJECT.
           MOVE 'N' TO WS-MAP-FOUND
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT OR WS-MAP-FOUND = 'Y'
               IF WS-MAP-FOREIGN-CODE (WS-MAP-IDX) = WS-FOREIGN-CODE
                   MOVE 'Y' TO WS-MAP-FOUND
                   MOVE WS-MAP-LOCAL-CODE (WS-MAP-IDX)
                       TO WS-LOCAL-CODE
               END-IF
           END-PERFORM
           IF WS-MAP-FOUND = 'N'
               MOVE "DROPPED - NOT ON CATALOG OR MAP"
                   TO WS-SUBJECT-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOCAL-CODE TO WS-LOOKUP-SUBJECT-CODE
           PERFORM FIND-SUBJECT-ENTRY
           IF WS-SUBJECT-ON-CATALOG = 'N' OR WS-SUBJECT-ACTIVE = 'N'
               MOVE SPACES TO WS-SUBJECT-RESULT
               STRING "DROPPED - MAPS TO INACTIVE " WS-LOCAL-CODE
                   DELIMITED BY SIZE INTO WS-SUBJECT-RESULT
               END-STRING
               MOVE SPACES TO WS-LOCAL-CODE
           ELSE
               MOVE SPACES TO WS-SUBJECT-RESULT
               STRING "MAPPED TO " WS-LOCAL-CODE
                   DELIMITED BY SIZE INTO WS-SUBJECT-RESULT
               END-STRING
               ADD 1 TO WS-SUBJECTS-MAPPED
           END-IF.

       CHECK-DUPLICATE-SUBJECT.
           MOVE 'N' TO WS-DUPLICATE-FOUND
           PERFORM VARYING TRAN-SUBJECT-IDX FROM 1 BY 1
               UNTIL TRAN-SUBJECT-IDX > TRAN-SUBJECT-COUNT
               OR WS-DUPLICATE-FOUND = 'Y'
               IF TRAN-SUBJECT-CODE (TRAN-SUBJECT-IDX) = WS-LOCAL-CODE
                   MOVE 'Y' TO WS-DUPLICATE-FOUND
               END-IF
           END-PERFORM.

       FIND-FOREIGN-TITLE.
           MOVE SPACES TO WS-FOREIGN-TITLE
           PERFORM VARYING WS-IN-TITLE-IDX FROM 1 BY 1
               UNTIL WS-IN-TITLE-IDX > WS-IN-TITLE-COUNT
               OR WS-FOREIGN-TITLE NOT = SPACES
               IF WS-IN-TITLE-CODE (WS-IN-TITLE-IDX) = WS-FOREIGN-CODE
                   MOVE WS-IN-TITLE-TEXT (WS-IN-TITLE-IDX)
                       TO WS-FOREIGN-TITLE
               END-IF
           END-PERFORM.

       START-TRANSFER-BATCH.
           MOVE 'Y' TO WS-BATCH-OPEN
           MOVE ZERO TO WS-BATCH-RECORD-COUNT
           MOVE ZERO TO WS-BATCH-MARK-HASH
           MOVE "XFER" TO WS-BATCH-ID (1:4)
           MOVE WS-RUN-TIME TO WS-BATCH-ID (5:4)
           MOVE SPACES TO TRAN-BATCH-RECORD
           MOVE 'H' TO BCH-RECORD-TYPE
           MOVE WS-BATCH-ID TO BCH-BATCH-ID
           MOVE "TRANSFER  " TO BCH-ORIGIN
           MOVE WS-RUN-DATE TO BCH-BATCH-DATE
           WRITE TRAN-BATCH-RECORD.

       WRITE-BATCH-TRAILER.
           MOVE SPACES TO TRAN-BATCH-RECORD
           MOVE 'T' TO BCH-RECORD-TYPE
           MOVE WS-BATCH-ID TO BCH-BATCH-ID
           MOVE WS-BATCH-RECORD-COUNT TO BCH-RECORD-COUNT
           MOVE WS-BATCH-MARK-HASH TO BCH-MARK-HASH
           WRITE TRAN-BATCH-RECORD
           MOVE 'N' TO WS-BATCH-OPEN.

       WRITE-DEMOGRAPHIC-CARD.
           IF WS-IN-DEMO-SEEN = 'N' OR WS-IN-SURNAME = SPACES
               MOVE "NO DEMOGRAPHIC DATA SENT - KEY FROM ENROLMENT"
                   TO WS-MSG-TEXT
               PERFORM WRITE-MESSAGE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DEMO-TRAN-RECORD
           MOVE 'A' TO DTR-CODE
           MOVE WS-NEW-STUDENT-ID TO DTR-STUDENT-ID
           MOVE WS-IN-SURNAME TO DTR-SURNAME
           MOVE WS-IN-GIVEN-NAME TO DTR-GIVEN-NAME
           MOVE WS-IN-ADDRESS-LINE-1 TO DTR-ADDRESS-LINE-1
           MOVE WS-IN-ADDRESS-LINE-2 TO DTR-ADDRESS-LINE-2
           MOVE WS-IN-CITY-LINE TO DTR-CITY-LINE
           MOVE WS-IN-GUARDIAN-NAME TO DTR-GUARDIAN-NAME
           WRITE DEMO-TRAN-RECORD
           ADD 1 TO WS-DEMO-CARD-COUNT.

       WRITE-STUDENT-LINE.
           MOVE WS-STUDENT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-SUBJECT-LINE.
           MOVE WS-FOREIGN-CODE TO WS-SBL-CODE
           MOVE WS-FOREIGN-TITLE TO WS-SBL-TITLE
           IF WS-IN-SUBJECT-SCORE (WS-IN-SUBJECT-IDX) NUMERIC
               MOVE WS-IN-SUBJECT-SCORE (WS-IN-SUBJECT-IDX)
                   TO WS-SBL-SCORE
           ELSE
               MOVE ZERO TO WS-SBL-SCORE
           END-IF
           MOVE WS-SUBJECT-RESULT TO WS-SBL-RESULT
           MOVE WS-SUBJECT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-TERM-LINE.
           MOVE WS-IN-TERM-CODE (WS-IN-TERM-IDX) TO WS-TML-TERM
           MOVE WS-IN-TERM-MARK (WS-IN-TERM-IDX) TO WS-TML-MARK
           MOVE WS-IN-TERM-LEVEL (WS-IN-TERM-IDX) TO WS-TML-LEVEL
           MOVE WS-IN-TERM-SUBJECTS (WS-IN-TERM-IDX) TO WS-TML-SUBJECTS
           MOVE WS-TERM-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-TERMS-LISTED.

       WRITE-MESSAGE-LINE.
           MOVE WS-MESSAGE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "INTERCHANGE RECORDS READ  :" TO WS-TOT-CAPTION
           MOVE WS-READ-COUNT TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "STUDENTS ON FILE          :" TO WS-TOT-CAPTION
           MOVE WS-STUDENTS-READ TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "STUDENTS ADMITTED         :" TO WS-TOT-CAPTION
           MOVE WS-ADMITTED-COUNT TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "STUDENTS REJECTED         :" TO WS-TOT-CAPTION
           MOVE WS-REJECTED-COUNT TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "SUBJECTS KEPT             :" TO WS-TOT-CAPTION
           MOVE WS-SUBJECTS-KEPT TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "  OF WHICH MAPPED         :" TO WS-TOT-CAPTION
           MOVE WS-SUBJECTS-MAPPED TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "SUBJECTS DROPPED          :" TO WS-TOT-CAPTION
           MOVE WS-SUBJECTS-DROPPED TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "FOREIGN TERMS LISTED      :" TO WS-TOT-CAPTION
           MOVE WS-TERMS-LISTED TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "DEMOGRAPHIC CARDS QUEUED  :" TO WS-TOT-CAPTION
           MOVE WS-DEMO-CARD-COUNT TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "RECORDS OUT OF SEQUENCE   :" TO WS-TOT-CAPTION
           MOVE WS-SEQUENCE-ERRORS TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       COPY CATALOGP.CPY.

       COPY LOCKP.CPY.

       END PROGRAM TRANSFER-LOAD.
