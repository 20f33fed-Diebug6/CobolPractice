      ******************************************************************
      * Author:
      * Date:
      * Purpose: Section gradebook feed. Reads the teachers' gradebook
      *          file (gradebook.txt, GRADEBK.CPY layout) - one header
      *          per section and subject code followed by
      *          STUDENT-ID/score lines - and turns it into C change
      *          transactions on tranfile.txt, so marks no longer have
      *          to be re-keyed as change cards. The section must be on
      *          the section reference and the subject on the active
      *          subject catalog; each student must be on the STUDENT
      *          master, still enrolled, and in the section the
      *          gradebook was handed in for. Every score for a student
      *          is merged into that student's existing subject table
      *          (replacing the subject's score, or adding the subject
      *          if the table has room) and written as one complete
      *          change transaction. The transactions for each section
      *          go out as one batch with its H header and T trailer
      *          (record count and mark hash, BATCHCTL.CPY) generated
      *          here, appended to whatever is already queued on
      *          tranfile.txt. Gradebook lines that cannot be placed
      *          are listed with their reason and the section teacher
      *          on the gradebook exception list (gbookexc.txt) for the
      *          teacher to correct - they are not sent to recycle.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADEBOOK-FEED.

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

               SELECT SECTION-REFERENCE ASSIGN TO "../sectref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-STATUS.

               SELECT SUBJECT-CATALOG ASSIGN TO "../subjcat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

               SELECT GRADEBOOK-FEED ASSIGN TO "../gradebook.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADEBOOK-STATUS.

               SELECT TRANFILE ASSIGN TO "../tranfile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

               SELECT GRADEBOOK-EXCEPTIONS ASSIGN TO "../gbookexc.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

               SELECT SCORE-SORT-WORK ASSIGN TO "../gbooksort.tmp".

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           01 STUDENT-FILE.
               COPY STUDENT.CPY.

           FD MASTER-LOCK.
           01 MASTER-LOCK-RECORD.
               COPY LOCKREC.CPY.

           FD SECTION-REFERENCE.
           01 SECTION-REFERENCE-RECORD.
               COPY SECTREF.CPY.

           FD SUBJECT-CATALOG.
           01 SUBJECT-CATALOG-RECORD.
               COPY SUBJCAT.CPY.

           FD GRADEBOOK-FEED.
           01 GRADEBOOK-RECORD.
               COPY GRADEBK.CPY.

           FD TRANFILE.
           01 TRAN-RECORD.
               COPY TRANREC.CPY.
           01 TRAN-BATCH-RECORD.
               COPY BATCHCTL.CPY.

           FD GRADEBOOK-EXCEPTIONS.
           01 EXCEPTION-LINE PIC X(80).

           SD SCORE-SORT-WORK.
           01 SCORE-SORT-RECORD.
               05 GSW-SECTION-CODE PIC X(4).
               05 GSW-STUDENT-ID PIC 9(5).
               05 GSW-LINE-NUMBER PIC 9(6).
               05 GSW-SUBJECT-CODE PIC X(4).
               05 GSW-SCORE PIC 9(3).
               05 GSW-SUBJECT-STATUS PIC X(1).

           WORKING-STORAGE SECTION.
           01 WS-STUDENT.
               COPY WSSTUD.CPY.

           01 WS-STUDENT-STATUS PIC X(2).
           01 WS-SECTION-STATUS PIC X(2).
           01 WS-CATALOG-STATUS PIC X(2).
           01 WS-GRADEBOOK-STATUS PIC X(2).
           01 WS-TRAN-STATUS PIC X(2).
           01 WS-EXCEPTION-STATUS PIC X(2).

           COPY WSSECT.CPY.

           COPY WSCAT.CPY.

           01 WS-GRADEBOOK-EOF PIC A(1) VALUE 'N'.
           01 WS-SORT-EOF PIC A(1) VALUE 'N'.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-TIME PIC X(4).

           01 WS-HEADER-SEEN PIC A(1) VALUE 'N'.
           01 WS-HEADER-REASON PIC X(30) VALUE SPACES.
           01 WS-GBK-SECTION-CODE PIC X(4) VALUE SPACES.
           01 WS-GBK-SUBJECT-CODE PIC X(4) VALUE SPACES.
           01 WS-LINE-NUMBER PIC 9(6) VALUE ZERO.

           01 WS-BATCH-OPEN PIC A(1) VALUE 'N'.
           01 WS-BATCH-SECTION-CODE PIC X(4) VALUE SPACES.
           01 WS-BATCH-ID PIC X(8).
           01 WS-BATCH-RECORD-COUNT PIC 9(6) VALUE ZERO.
           01 WS-BATCH-MARK-HASH PIC 9(9) VALUE ZERO.

           01 WS-CARD-STUDENT-ID PIC 9(5).
           01 WS-CARD-OK PIC A(1).
           01 WS-CARD-SCORE-COUNT PIC 9(2).
           01 WS-SUBJECT-FOUND PIC A(1).
           01 WS-CARD-PLACED-TABLE.
               05 WS-CARD-PLACED PIC A(1) OCCURS 5 TIMES.

           01 WS-EXC-SECTION-CODE PIC X(4).
           01 WS-EXC-SUBJECT-CODE PIC X(4).
           01 WS-EXC-STUDENT-ID PIC X(5).
           01 WS-EXC-SCORE PIC X(3).
           01 WS-EXC-REASON PIC X(30).

           01 WS-COUNTERS.
               05 WS-READ-COUNT PIC 9(5) VALUE ZERO.
               05 WS-SCORE-LINE-COUNT PIC 9(5) VALUE ZERO.
               05 WS-PLACED-COUNT PIC 9(5) VALUE ZERO.
               05 WS-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
               05 WS-CARD-COUNT PIC 9(5) VALUE ZERO.
               05 WS-BATCH-WRITTEN-COUNT PIC 9(5) VALUE ZERO.

           01 WS-EXCEPTION-HEADING-1.
               05 FILLER PIC X(36)
                   VALUE "===== GRADEBOOK EXCEPTION LIST =====".
               05 FILLER PIC X(10) VALUE "RUN DATE ".
               05 WS-HDG-RUN-DATE PIC 9(8).
           01 WS-EXCEPTION-HEADING-2.
               05 FILLER PIC X(6) VALUE "SECT".
               05 FILLER PIC X(6) VALUE "SUBJ".
               05 FILLER PIC X(7) VALUE "ID".
               05 FILLER PIC X(7) VALUE "SCORE".
               05 FILLER PIC X(32) VALUE "REASON".
               05 FILLER PIC X(20) VALUE "TEACHER".

           01 WS-EXCEPTION-DETAIL.
               05 WS-RPT-SECTION PIC X(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-SUBJECT PIC X(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-ID PIC X(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-SCORE PIC X(3).
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-RPT-REASON PIC X(30).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-TEACHER PIC X(20).

           01 WS-TOTAL-LINE.
               05 WS-TOT-CAPTION PIC X(28).
               05 WS-TOT-COUNT PIC ZZZZ9.

           01 WS-LOCK-STATUS PIC X(2).
           01 WS-LOCK-MODE PIC X(1) VALUE 'R'.
           01 WS-LOCK-PROGRAM PIC X(18) VALUE "GRADEBOOK-FEED".
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
           PERFORM LOAD-SECTION-TABLE.
           PERFORM LOAD-SUBJECT-CATALOG.
           PERFORM ACQUIRE-MASTER-LOCK.
           OPEN INPUT STUDENT.
           IF WS-STUDENT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STUDENT FILE, STATUS="
                   WS-STUDENT-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT GRADEBOOK-EXCEPTIONS.
           IF WS-EXCEPTION-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN GRADEBOOK-EXCEPTIONS, STATUS="
                   WS-EXCEPTION-STATUS
               CLOSE STUDENT
               STOP RUN
           END-IF.
           OPEN EXTEND TRANFILE.
           IF WS-TRAN-STATUS = "35"
               OPEN OUTPUT TRANFILE
           END-IF.
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TRANFILE, STATUS="
                   WS-TRAN-STATUS
               CLOSE GRADEBOOK-EXCEPTIONS
               CLOSE STUDENT
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
           MOVE WS-EXCEPTION-HEADING-1 TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE WS-EXCEPTION-HEADING-2 TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           SORT SCORE-SORT-WORK
               ON ASCENDING KEY GSW-SECTION-CODE
               ON ASCENDING KEY GSW-STUDENT-ID
               ON ASCENDING KEY GSW-LINE-NUMBER
               INPUT PROCEDURE IS RELEASE-GRADEBOOK-SCORES
               OUTPUT PROCEDURE IS WRITE-TRAN-BATCHES.
           PERFORM WRITE-EXCEPTION-TOTALS.
           CLOSE TRANFILE.
           CLOSE GRADEBOOK-EXCEPTIONS.
           CLOSE STUDENT.
           PERFORM RELEASE-MASTER-LOCK.
           DISPLAY "GRADEBOOK FEED COMPLETE - LINES READ: "
               WS-READ-COUNT " SCORES PLACED: " WS-PLACED-COUNT
               " EXCEPTIONS: " WS-EXCEPTION-COUNT.
           DISPLAY "CHANGE TRANSACTIONS: " WS-CARD-COUNT
               " IN " WS-BATCH-WRITTEN-COUNT
               " BATCH(ES) ADDED TO TRANFILE.TXT".
           STOP RUN.

       RELEASE-GRADEBOOK-SCORES.
           OPEN INPUT GRADEBOOK-FEED
           IF WS-GRADEBOOK-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN GRADEBOOK-FEED, STATUS="
                   WS-GRADEBOOK-STATUS " - NO TRANSACTIONS BUILT"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-GRADEBOOK-EOF = 'Y'
               READ GRADEBOOK-FEED
                   AT END MOVE 'Y' TO WS-GRADEBOOK-EOF
                   NOT AT END PERFORM SCREEN-GRADEBOOK-LINE
               END-READ
           END-PERFORM
           CLOSE GRADEBOOK-FEED.

       SCREEN-GRADEBOOK-LINE.
           ADD 1 TO WS-READ-COUNT
           ADD 1 TO WS-LINE-NUMBER
           EVALUATE TRUE
               WHEN GBK-HEADER
                   PERFORM START-GRADEBOOK-HEADER
               WHEN GBK-SCORE-LINE
                   ADD 1 TO WS-SCORE-LINE-COUNT
                   PERFORM SCREEN-SCORE-LINE
               WHEN OTHER
                   MOVE SPACES TO WS-EXC-SECTION-CODE
                   MOVE SPACES TO WS-EXC-SUBJECT-CODE
                   MOVE SPACES TO WS-EXC-STUDENT-ID
                   MOVE SPACES TO WS-EXC-SCORE
                   MOVE "UNKNOWN RECORD TYPE" TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION-LINE
           END-EVALUATE.

       START-GRADEBOOK-HEADER.
           MOVE 'Y' TO WS-HEADER-SEEN
           MOVE SPACES TO WS-HEADER-REASON
           MOVE GBK-SECTION-CODE TO WS-GBK-SECTION-CODE
           MOVE GBK-SUBJECT-CODE TO WS-GBK-SUBJECT-CODE
           MOVE WS-GBK-SECTION-CODE TO WS-LOOKUP-SECTION-CODE
           PERFORM FIND-SECTION-ENTRY
           MOVE WS-GBK-SUBJECT-CODE TO WS-LOOKUP-SUBJECT-CODE
           PERFORM FIND-SUBJECT-ENTRY
           EVALUATE TRUE
               WHEN WS-GBK-SECTION-CODE = SPACES
                   MOVE "NO SECTION ON GRADEBOOK HEADER"
                       TO WS-HEADER-REASON
               WHEN WS-SECTION-LOADED = 'Y'
                   AND WS-SECTION-ON-FILE = 'N'
                   MOVE "SECTION NOT ON REFERENCE" TO WS-HEADER-REASON
               WHEN WS-GBK-SUBJECT-CODE = SPACES
                   MOVE "NO SUBJECT ON GRADEBOOK HEADER"
                       TO WS-HEADER-REASON
               WHEN WS-CATALOG-LOADED = 'Y'
                   AND WS-SUBJECT-ON-CATALOG = 'N'
                   MOVE "SUBJECT NOT ON CATALOG" TO WS-HEADER-REASON
               WHEN WS-CATALOG-LOADED = 'Y'
                   AND WS-SUBJECT-ACTIVE = 'N'
                   MOVE "SUBJECT INACTIVE ON CATALOG"
                       TO WS-HEADER-REASON
           END-EVALUATE.

       SCREEN-SCORE-LINE.
           MOVE WS-GBK-SECTION-CODE TO WS-EXC-SECTION-CODE
           MOVE WS-GBK-SUBJECT-CODE TO WS-EXC-SUBJECT-CODE
           MOVE GRADEBOOK-RECORD (3:5) TO WS-EXC-STUDENT-ID
           MOVE GRADEBOOK-RECORD (9:3) TO WS-EXC-SCORE
           IF WS-HEADER-SEEN = 'N'
               MOVE "NO GRADEBOOK HEADER" TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-HEADER-REASON NOT = SPACES
               MOVE WS-HEADER-REASON TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF
           IF GBK-SCORE NOT NUMERIC OR GBK-SCORE > 100
               MOVE "INVALID SCORE" TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF
           IF GBK-SUBJECT-STATUS NOT = 'G' AND GBK-SUBJECT-STATUS
               NOT = 'I' AND GBK-SUBJECT-STATUS NOT = 'E'
               AND GBK-SUBJECT-STATUS NOT = 'W'
               AND GBK-SUBJECT-STATUS NOT = SPACE
               MOVE "INVALID SUBJECT STATUS MARKER" TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF
           IF GBK-STUDENT-ID NOT NUMERIC OR GBK-STUDENT-ID = ZERO
               MOVE "STUDENT NOT ON FILE" TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE GBK-STUDENT-ID TO STUDENT-ID
           READ STUDENT INTO WS-STUDENT
               INVALID KEY
                   MOVE "STUDENT NOT ON FILE" TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   PERFORM CHECK-STUDENT-PLACEMENT
           END-READ.

       CHECK-STUDENT-PLACEMENT.
           EVALUATE TRUE
               WHEN WS-STUDENT-WITHDRAWN
                   MOVE "STUDENT WITHDRAWN" TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN WS-STUDENT-GRADUATED
                   MOVE "STUDENT GRADUATED" TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN WS-STUDENT-SECTION-CODE NOT = WS-GBK-SECTION-CODE
                   MOVE "STUDENT NOT IN THIS SECTION" TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN OTHER
                   MOVE WS-GBK-SECTION-CODE TO GSW-SECTION-CODE
                   MOVE GBK-STUDENT-ID TO GSW-STUDENT-ID
                   MOVE WS-LINE-NUMBER TO GSW-LINE-NUMBER
                   MOVE WS-GBK-SUBJECT-CODE TO GSW-SUBJECT-CODE
                   MOVE GBK-SCORE TO GSW-SCORE
                   IF GBK-SUBJECT-STATUS = SPACE
                       MOVE 'G' TO GSW-SUBJECT-STATUS
                   ELSE
                       MOVE GBK-SUBJECT-STATUS TO GSW-SUBJECT-STATUS
                   END-IF
                   RELEASE SCORE-SORT-RECORD
           END-EVALUATE.

       WRITE-TRAN-BATCHES.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM RETURN-SORTED-SCORE
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               IF WS-BATCH-OPEN = 'N'
                   OR GSW-SECTION-CODE NOT = WS-BATCH-SECTION-CODE
                   PERFORM START-SECTION-BATCH
               END-IF
               PERFORM BUILD-STUDENT-CHANGE
           END-PERFORM
           IF WS-BATCH-OPEN = 'Y'
               PERFORM WRITE-BATCH-TRAILER
           END-IF.

       RETURN-SORTED-SCORE.
           RETURN SCORE-SORT-WORK
               AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

       START-SECTION-BATCH.
           IF WS-BATCH-OPEN = 'Y'
               PERFORM WRITE-BATCH-TRAILER
           END-IF
           MOVE 'Y' TO WS-BATCH-OPEN
           MOVE GSW-SECTION-CODE TO WS-BATCH-SECTION-CODE
           MOVE ZERO TO WS-BATCH-RECORD-COUNT
           MOVE ZERO TO WS-BATCH-MARK-HASH
           MOVE WS-BATCH-SECTION-CODE TO WS-BATCH-ID (1:4)
           MOVE WS-RUN-TIME TO WS-BATCH-ID (5:4)
           MOVE SPACES TO TRAN-BATCH-RECORD
           MOVE 'H' TO BCH-RECORD-TYPE
           MOVE WS-BATCH-ID TO BCH-BATCH-ID
           MOVE "GRADEBOOK " TO BCH-ORIGIN
           MOVE WS-RUN-DATE TO BCH-BATCH-DATE
           WRITE TRAN-BATCH-RECORD
           ADD 1 TO WS-BATCH-WRITTEN-COUNT.

       WRITE-BATCH-TRAILER.
           MOVE SPACES TO TRAN-BATCH-RECORD
           MOVE 'T' TO BCH-RECORD-TYPE
           MOVE WS-BATCH-ID TO BCH-BATCH-ID
           MOVE WS-BATCH-RECORD-COUNT TO BCH-RECORD-COUNT
           MOVE WS-BATCH-MARK-HASH TO BCH-MARK-HASH
           WRITE TRAN-BATCH-RECORD
           MOVE 'N' TO WS-BATCH-OPEN.

       BUILD-STUDENT-CHANGE.
           MOVE GSW-STUDENT-ID TO WS-CARD-STUDENT-ID
           MOVE ZERO TO WS-CARD-SCORE-COUNT
           MOVE ALL 'N' TO WS-CARD-PLACED-TABLE
           MOVE 'Y' TO WS-CARD-OK
           MOVE GSW-STUDENT-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY MOVE 'N' TO WS-CARD-OK
               NOT INVALID KEY PERFORM LOAD-CHANGE-IMAGE
           END-READ
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               OR GSW-STUDENT-ID NOT = WS-CARD-STUDENT-ID
               OR GSW-SECTION-CODE NOT = WS-BATCH-SECTION-CODE
               IF WS-CARD-OK = 'Y'
                   PERFORM MERGE-GRADEBOOK-SCORE
               ELSE
                   MOVE "STUDENT NOT ON FILE" TO WS-EXC-REASON
                   PERFORM WRITE-SORTED-EXCEPTION
               END-IF
               PERFORM RETURN-SORTED-SCORE
           END-PERFORM
           IF WS-CARD-OK = 'Y' AND WS-CARD-SCORE-COUNT > ZERO
               WRITE TRAN-RECORD
               ADD 1 TO WS-CARD-COUNT
               ADD 1 TO WS-BATCH-RECORD-COUNT
               ADD TRAN-STUDENT-MARK TO WS-BATCH-MARK-HASH
           END-IF.

       LOAD-CHANGE-IMAGE.
           MOVE SPACES TO TRAN-RECORD
           MOVE 'C' TO TRAN-CODE
           MOVE STUDENT-ID TO TRAN-STUDENT-ID
           MOVE STUDENT-NAME TO TRAN-STUDENT-NAME
           MOVE STUDENT-MARK TO TRAN-STUDENT-MARK
           MOVE STUDENT-SUBJECT-COUNT TO TRAN-SUBJECT-COUNT
           IF TRAN-SUBJECT-COUNT > 5
               MOVE 5 TO TRAN-SUBJECT-COUNT
           END-IF
           PERFORM VARYING TRAN-SUBJECT-IDX FROM 1 BY 1
               UNTIL TRAN-SUBJECT-IDX > 5
               SET STUDENT-SUBJECT-IDX TO TRAN-SUBJECT-IDX
               IF TRAN-SUBJECT-IDX > TRAN-SUBJECT-COUNT
                   MOVE SPACES TO TRAN-SUBJECT-CODE (TRAN-SUBJECT-IDX)
                   MOVE ZERO TO TRAN-SUBJECT-SCORE (TRAN-SUBJECT-IDX)
                   MOVE SPACE TO TRAN-SUBJECT-STATUS (TRAN-SUBJECT-IDX)
               ELSE
                   MOVE SUBJECT-CODE (STUDENT-SUBJECT-IDX)
                       TO TRAN-SUBJECT-CODE (TRAN-SUBJECT-IDX)
                   MOVE SUBJECT-SCORE (STUDENT-SUBJECT-IDX)
                       TO TRAN-SUBJECT-SCORE (TRAN-SUBJECT-IDX)
                   MOVE SUBJECT-STATUS (STUDENT-SUBJECT-IDX)
                       TO TRAN-SUBJECT-STATUS (TRAN-SUBJECT-IDX)
               END-IF
           END-PERFORM.

       MERGE-GRADEBOOK-SCORE.
           MOVE 'N' TO WS-SUBJECT-FOUND
           PERFORM VARYING TRAN-SUBJECT-IDX FROM 1 BY 1
               UNTIL TRAN-SUBJECT-IDX > TRAN-SUBJECT-COUNT
               OR WS-SUBJECT-FOUND = 'Y'
               IF TRAN-SUBJECT-CODE (TRAN-SUBJECT-IDX)
                   = GSW-SUBJECT-CODE
                   MOVE 'Y' TO WS-SUBJECT-FOUND
               END-IF
           END-PERFORM
           IF WS-SUBJECT-FOUND = 'Y'
               SET TRAN-SUBJECT-IDX DOWN BY 1
           ELSE
               IF TRAN-SUBJECT-COUNT >= 5
                   MOVE "SUBJECT TABLE FULL" TO WS-EXC-REASON
                   PERFORM WRITE-SORTED-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TRAN-SUBJECT-COUNT
               SET TRAN-SUBJECT-IDX TO TRAN-SUBJECT-COUNT
           END-IF
           IF WS-CARD-PLACED (TRAN-SUBJECT-IDX) = 'Y'
               MOVE "DUPLICATE SCORE FOR SUBJECT" TO WS-EXC-REASON
               PERFORM WRITE-SORTED-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE GSW-SUBJECT-CODE TO TRAN-SUBJECT-CODE (TRAN-SUBJECT-IDX)
           MOVE GSW-SCORE TO TRAN-SUBJECT-SCORE (TRAN-SUBJECT-IDX)
           MOVE GSW-SUBJECT-STATUS
               TO TRAN-SUBJECT-STATUS (TRAN-SUBJECT-IDX)
           MOVE 'Y' TO WS-CARD-PLACED (TRAN-SUBJECT-IDX)
           ADD 1 TO WS-CARD-SCORE-COUNT
           ADD 1 TO WS-PLACED-COUNT.

       WRITE-SORTED-EXCEPTION.
           MOVE GSW-SECTION-CODE TO WS-EXC-SECTION-CODE
           MOVE GSW-SUBJECT-CODE TO WS-EXC-SUBJECT-CODE
           MOVE GSW-STUDENT-ID TO WS-EXC-STUDENT-ID
           MOVE GSW-SCORE TO WS-EXC-SCORE
           PERFORM WRITE-EXCEPTION-LINE.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-EXC-SECTION-CODE TO WS-LOOKUP-SECTION-CODE
           PERFORM FIND-SECTION-ENTRY
           MOVE WS-EXC-SECTION-CODE TO WS-RPT-SECTION
           MOVE WS-EXC-SUBJECT-CODE TO WS-RPT-SUBJECT
           MOVE WS-EXC-STUDENT-ID TO WS-RPT-ID
           MOVE WS-EXC-SCORE TO WS-RPT-SCORE
           MOVE WS-EXC-REASON TO WS-RPT-REASON
           IF WS-SECTION-ON-FILE = 'Y'
               MOVE WS-SECTION-TEACHER-NAME TO WS-RPT-TEACHER
           ELSE
               MOVE SPACES TO WS-RPT-TEACHER
           END-IF
           MOVE WS-EXCEPTION-DETAIL TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

       WRITE-EXCEPTION-TOTALS.
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE "GRADEBOOK LINES READ      :" TO WS-TOT-CAPTION
           MOVE WS-READ-COUNT TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "SCORE LINES               :" TO WS-TOT-CAPTION
           MOVE WS-SCORE-LINE-COUNT TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "SCORES PLACED             :" TO WS-TOT-CAPTION
           MOVE WS-PLACED-COUNT TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "EXCEPTIONS FOR TEACHERS   :" TO WS-TOT-CAPTION
           MOVE WS-EXCEPTION-COUNT TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "CHANGE TRANSACTIONS BUILT :" TO WS-TOT-CAPTION
           MOVE WS-CARD-COUNT TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "BATCHES WRITTEN           :" TO WS-TOT-CAPTION
           MOVE WS-BATCH-WRITTEN-COUNT TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

       COPY SECTIONP.CPY.

       COPY CATALOGP.CPY.

       COPY LOCKP.CPY.

       END PROGRAM GRADEBOOK-FEED.
