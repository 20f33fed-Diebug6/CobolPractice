      ******************************************************************
      * Author:
      * Date:
      * Purpose: Inter-school transfer extract for students leaving.
      *          Reads the transfer request file (xferreq.txt), one
      *          STUDENT-ID per line, and writes the fixed-format
      *          transfer interchange file (xferout.dat, XFERREC.CPY
      *          layout) that goes to the receiving school in place of
      *          a printed transcript. For each requested student it
      *          writes the current STUDENT master record, the
      *          demographic master record when there is one, every
      *          term snapshot on the history file (studhist.txt), and
      *          the catalog title and credit hours of every subject
      *          code the student carries now or in any past term. The
      *          file opens with a header naming this school (the
      *          SCHOOL-CODE run parameter) and closes with a trailer
      *          carrying the student and record counts the receiving
      *          school balances against. Requests for students not on
      *          the master are listed on the extract report
      *          (xferrpt.txt) and skipped. The master is only read;
      *          withdrawing the student stays a status-change card.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFER-EXTRACT.

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

               SELECT DEMO-MASTER ASSIGN TO "../demomaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEM-STUDENT-ID
               FILE STATUS IS WS-DEMO-STATUS.

               SELECT TERM-HISTORY ASSIGN TO "../studhist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

               SELECT RUN-PARM-FILE ASSIGN TO "../runparm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

               SELECT TRANSFER-REQUESTS ASSIGN TO "../xferreq.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

               SELECT TRANSFER-OUT ASSIGN TO "../xferout.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-STATUS.

               SELECT TRANSFER-REPORT ASSIGN TO "../xferrpt.txt"
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

           FD DEMO-MASTER.
           01 DEMO-MASTER-RECORD.
               COPY DEMOREC.CPY.

           FD TERM-HISTORY.
           01 TERM-HISTORY-RECORD.
               COPY HISTREC.CPY.

           FD RUN-PARM-FILE.
           01 RUN-PARM-LINE PIC X(40).

           FD TRANSFER-REQUESTS.
           01 TRANSFER-REQUEST-RECORD.
               05 REQ-STUDENT-ID PIC 9(5).

           FD TRANSFER-OUT.
           01 TRANSFER-RECORD.
               COPY XFERREC.CPY.

           FD TRANSFER-REPORT.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-STUDENT.
               COPY WSSTUD.CPY.

           01 WS-STUDENT-STATUS PIC X(2).
           01 WS-CATALOG-STATUS PIC X(2).
           01 WS-DEMO-STATUS PIC X(2).
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-RUN-PARM-STATUS PIC X(2).
           01 WS-REQUEST-STATUS PIC X(2).
           01 WS-TRANSFER-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).

           01 WS-DEMO-AVAILABLE PIC A(1) VALUE 'N'.
           01 WS-DEMO-FOUND PIC A(1) VALUE 'N'.
           01 WS-FULL-NAME PIC X(41).

           COPY WSCAT.CPY.

           COPY WSPARM.CPY.

           01 WS-REQUEST-EOF PIC A(1) VALUE 'N'.
           01 WS-HISTORY-EOF PIC A(1).
           01 WS-RUN-DATE PIC 9(8).
           01 WS-SCHOOL-CODE PIC X(10) VALUE SPACES.

           01 WS-TERM-TABLE.
               05 WS-TERM-COUNT PIC 9(3) VALUE ZERO.
               05 WS-TERM-ENTRY OCCURS 40 TIMES
                       INDEXED BY WS-TERM-IDX.
                   10 WS-TERM-IMAGE PIC X(69).
           01 WS-TERM-OVERFLOW PIC A(1).

           01 WS-CODE-TABLE.
               05 WS-CODE-COUNT PIC 9(3) VALUE ZERO.
               05 WS-CODE-ENTRY OCCURS 50 TIMES
                       INDEXED BY WS-CODE-IDX.
                   10 WS-CODE-VALUE PIC X(4).
           01 WS-ADD-CODE PIC X(4).
           01 WS-CODE-FOUND PIC A(1).

           01 WS-REPORT-RESULT PIC X(30).

           01 WS-COUNTERS.
               05 WS-REQUEST-COUNT PIC 9(5) VALUE ZERO.
               05 WS-EXTRACT-COUNT PIC 9(5) VALUE ZERO.
               05 WS-MISS-COUNT PIC 9(5) VALUE ZERO.
               05 WS-RECORD-COUNT PIC 9(7) VALUE ZERO.
               05 WS-TERMS-WRITTEN PIC 9(5) VALUE ZERO.

           01 WS-REPORT-HEADING-1.
               05 FILLER PIC X(36)
                   VALUE "===== TRANSFER EXTRACT REPORT =====".
               05 FILLER PIC X(10) VALUE "RUN DATE ".
               05 WS-HDG-RUN-DATE PIC 9(8).
           01 WS-REPORT-HEADING-2.
               05 FILLER PIC X(15) VALUE "SENDING SCHOOL ".
               05 WS-HDG-SCHOOL-CODE PIC X(10).
           01 WS-REPORT-HEADING-3.
               05 FILLER PIC X(7) VALUE "ID".
               05 FILLER PIC X(8) VALUE "NAME".
               05 FILLER PIC X(7) VALUE "TERMS".
               05 FILLER PIC X(6) VALUE "SUBJ".
               05 FILLER PIC X(5) VALUE "DEMO".
               05 FILLER PIC X(30) VALUE "RESULT".

           01 WS-REPORT-DETAIL.
               05 WS-RPT-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-NAME PIC X(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-TERMS PIC ZZ9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-RPT-SUBJECTS PIC ZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-RPT-DEMO PIC X(1).
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-RPT-RESULT PIC X(30).

           01 WS-TOTAL-LINE.
               05 WS-TOT-CAPTION PIC X(28).
               05 WS-TOT-COUNT PIC ZZZZZZ9.

           01 WS-LOCK-STATUS PIC X(2).
           01 WS-LOCK-MODE PIC X(1) VALUE 'R'.
           01 WS-LOCK-PROGRAM PIC X(18) VALUE "TRANSFER-EXTRACT".
           01 WS-LOCK-OVERRIDE PIC A(1) VALUE 'N'.
           01 WS-LOCK-BLOCKED PIC A(1) VALUE 'N'.
           01 WS-LOCK-HELD PIC A(1) VALUE 'N'.
           01 WS-LOCK-NEW-STATE PIC X(1).
           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-OPERATOR-ID FROM COMMAND-LINE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM LOAD-RUN-PARAMETERS.
           MOVE "SCHOOL-CODE" TO WS-LOOKUP-PARM-KEY.
           PERFORM FIND-RUN-PARAMETER.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE-OUT TO WS-SCHOOL-CODE
           END-IF.
           PERFORM LOAD-SUBJECT-CATALOG.
           OPEN INPUT TRANSFER-REQUESTS.
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TRANSFER-REQUESTS, STATUS="
                   WS-REQUEST-STATUS " - NOTHING TO EXTRACT"
               STOP RUN
           END-IF.
           PERFORM ACQUIRE-MASTER-LOCK.
           OPEN INPUT STUDENT.
           IF WS-STUDENT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STUDENT FILE, STATUS="
                   WS-STUDENT-STATUS
               CLOSE TRANSFER-REQUESTS
               PERFORM RELEASE-MASTER-LOCK
               STOP RUN
           END-IF.
           OPEN OUTPUT TRANSFER-OUT.
           IF WS-TRANSFER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TRANSFER-OUT, STATUS="
                   WS-TRANSFER-STATUS
               CLOSE STUDENT
               CLOSE TRANSFER-REQUESTS
               PERFORM RELEASE-MASTER-LOCK
               STOP RUN
           END-IF.
           OPEN OUTPUT TRANSFER-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TRANSFER-REPORT, STATUS="
                   WS-REPORT-STATUS
               CLOSE TRANSFER-OUT
               CLOSE STUDENT
               CLOSE TRANSFER-REQUESTS
               PERFORM RELEASE-MASTER-LOCK
               STOP RUN
           END-IF.
           PERFORM OPEN-DEMOGRAPHIC-MASTER.
           PERFORM WRITE-REPORT-HEADINGS.
           PERFORM WRITE-FILE-HEADER.
           PERFORM UNTIL WS-REQUEST-EOF = 'Y'
               READ TRANSFER-REQUESTS
                   AT END MOVE 'Y' TO WS-REQUEST-EOF
                   NOT AT END PERFORM PROCESS-TRANSFER-REQUEST
               END-READ
           END-PERFORM.
           PERFORM WRITE-FILE-TRAILER.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-DEMOGRAPHIC-MASTER.
           CLOSE TRANSFER-REPORT.
           CLOSE TRANSFER-OUT.
           CLOSE STUDENT.
           CLOSE TRANSFER-REQUESTS.
           PERFORM RELEASE-MASTER-LOCK.
           DISPLAY "TRANSFER EXTRACT COMPLETE - REQUESTS: "
               WS-REQUEST-COUNT " EXTRACTED: " WS-EXTRACT-COUNT
               " NOT ON FILE: " WS-MISS-COUNT.
           DISPLAY "INTERCHANGE RECORDS WRITTEN TO XFEROUT.DAT: "
               WS-RECORD-COUNT.
           STOP RUN.

       WRITE-REPORT-HEADINGS.
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-SCHOOL-CODE TO WS-HDG-SCHOOL-CODE
           MOVE WS-REPORT-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPORT-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPORT-HEADING-3 TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-FILE-HEADER.
           MOVE SPACES TO TRANSFER-RECORD
           MOVE 'H' TO XFR-RECORD-TYPE
           MOVE ZERO TO XFR-STUDENT-ID
           MOVE WS-SCHOOL-CODE TO XFR-SCHOOL-CODE
           MOVE WS-RUN-DATE TO XFR-EXTRACT-DATE
           PERFORM WRITE-TRANSFER-RECORD.

       WRITE-FILE-TRAILER.
           MOVE SPACES TO TRANSFER-RECORD
           MOVE 'Z' TO XFR-RECORD-TYPE
           MOVE ZERO TO XFR-STUDENT-ID
           MOVE WS-EXTRACT-COUNT TO XFR-STUDENT-COUNT
           ADD 1 TO WS-RECORD-COUNT
           MOVE WS-RECORD-COUNT TO XFR-RECORD-COUNT
           WRITE TRANSFER-RECORD.

       WRITE-TRANSFER-RECORD.
           WRITE TRANSFER-RECORD
           ADD 1 TO WS-RECORD-COUNT.

       PROCESS-TRANSFER-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           MOVE ZERO TO WS-TERM-COUNT
           MOVE ZERO TO WS-CODE-COUNT
           MOVE 'N' TO WS-DEMO-FOUND
           MOVE SPACES TO WS-RPT-NAME
           IF REQ-STUDENT-ID NOT NUMERIC OR REQ-STUDENT-ID = ZERO
               ADD 1 TO WS-MISS-COUNT
               MOVE ZERO TO WS-RPT-ID
               MOVE "INVALID STUDENT-ID ON REQUEST" TO WS-REPORT-RESULT
               PERFORM WRITE-REPORT-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE REQ-STUDENT-ID TO STUDENT-ID
           MOVE REQ-STUDENT-ID TO WS-RPT-ID
           READ STUDENT INTO WS-STUDENT
               INVALID KEY
                   ADD 1 TO WS-MISS-COUNT
                   MOVE "NOT ON STUDENT FILE" TO WS-REPORT-RESULT
                   PERFORM WRITE-REPORT-DETAIL
               NOT INVALID KEY
                   PERFORM EXTRACT-STUDENT
           END-READ.

       EXTRACT-STUDENT.
           ADD 1 TO WS-EXTRACT-COUNT
           MOVE WS-STUDENT-NAME TO WS-RPT-NAME
           MOVE "EXTRACTED" TO WS-REPORT-RESULT
           PERFORM COLLECT-STUDENT-HISTORY
           PERFORM VARYING STUDENT-SUBJECT-IDX FROM 1 BY 1
               UNTIL STUDENT-SUBJECT-IDX > STUDENT-SUBJECT-COUNT
               OR STUDENT-SUBJECT-IDX > 5
               MOVE SUBJECT-CODE (STUDENT-SUBJECT-IDX) TO WS-ADD-CODE
               PERFORM ADD-SUBJECT-CODE
           END-PERFORM
           PERFORM WRITE-STUDENT-RECORD
           PERFORM FIND-DEMOGRAPHIC-RECORD
           IF WS-DEMO-FOUND = 'Y'
               PERFORM WRITE-DEMOGRAPHIC-RECORD
           END-IF
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
               UNTIL WS-CODE-IDX > WS-CODE-COUNT
               PERFORM WRITE-SUBJECT-RECORD
           END-PERFORM
           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
               UNTIL WS-TERM-IDX > WS-TERM-COUNT
               MOVE WS-TERM-IMAGE (WS-TERM-IDX) TO TERM-HISTORY-RECORD
               PERFORM WRITE-TERM-RECORD
           END-PERFORM
           IF WS-TERM-OVERFLOW = 'Y'
               MOVE "EXTRACTED - TERMS PAST 40 LEFT"
                   TO WS-REPORT-RESULT
           END-IF
           PERFORM WRITE-REPORT-DETAIL.

       COLLECT-STUDENT-HISTORY.
           MOVE 'N' TO WS-TERM-OVERFLOW
           OPEN INPUT TERM-HISTORY
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HISTORY-EOF
           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
               READ TERM-HISTORY
                   AT END MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       IF HIST-STUDENT-ID = WS-STUDENT-ID
                           PERFORM KEEP-HISTORY-TERM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-HISTORY.

       KEEP-HISTORY-TERM.
           IF WS-TERM-COUNT >= 40
               MOVE 'Y' TO WS-TERM-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TERM-COUNT
           SET WS-TERM-IDX TO WS-TERM-COUNT
           MOVE TERM-HISTORY-RECORD TO WS-TERM-IMAGE (WS-TERM-IDX)
           IF HIST-SUBJECT-COUNT NUMERIC
               PERFORM VARYING HIST-SUBJECT-IDX FROM 1 BY 1
                   UNTIL HIST-SUBJECT-IDX > HIST-SUBJECT-COUNT
                   OR HIST-SUBJECT-IDX > 5
                   MOVE HIST-SUBJECT-CODE (HIST-SUBJECT-IDX)
                       TO WS-ADD-CODE
                   PERFORM ADD-SUBJECT-CODE
               END-PERFORM
           END-IF.

       ADD-SUBJECT-CODE.
           IF WS-ADD-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CODE-FOUND
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
               UNTIL WS-CODE-IDX > WS-CODE-COUNT
               OR WS-CODE-FOUND = 'Y'
               IF WS-CODE-VALUE (WS-CODE-IDX) = WS-ADD-CODE
                   MOVE 'Y' TO WS-CODE-FOUND
               END-IF
           END-PERFORM
           IF WS-CODE-FOUND = 'N' AND WS-CODE-COUNT < 50
               ADD 1 TO WS-CODE-COUNT
               SET WS-CODE-IDX TO WS-CODE-COUNT
               MOVE WS-ADD-CODE TO WS-CODE-VALUE (WS-CODE-IDX)
           END-IF.

       WRITE-STUDENT-RECORD.
           MOVE SPACES TO TRANSFER-RECORD
           MOVE 'S' TO XFR-RECORD-TYPE
           MOVE WS-STUDENT-ID TO XFR-STUDENT-ID
           MOVE WS-STUDENT-NAME TO XFR-STUDENT-NAME
           MOVE WS-STUDENT-MARK TO XFR-STUDENT-MARK
           MOVE WS-STUDENT-STATUS-CODE TO XFR-STATUS-CODE
           MOVE WS-STUDENT-SECTION-CODE TO XFR-SECTION-CODE
           MOVE WS-STUDENT-GRADE-LEVEL TO XFR-GRADE-LEVEL
           MOVE STUDENT-SUBJECT-COUNT TO XFR-SUBJECT-COUNT
           PERFORM VARYING XFR-SUBJECT-IDX FROM 1 BY 1
               UNTIL XFR-SUBJECT-IDX > 5
               SET STUDENT-SUBJECT-IDX TO XFR-SUBJECT-IDX
               MOVE SUBJECT-CODE (STUDENT-SUBJECT-IDX)
                   TO XFR-SUBJECT-CODE (XFR-SUBJECT-IDX)
               MOVE SUBJECT-SCORE (STUDENT-SUBJECT-IDX)
                   TO XFR-SUBJECT-SCORE (XFR-SUBJECT-IDX)
               MOVE SUBJECT-STATUS (STUDENT-SUBJECT-IDX)
                   TO XFR-SUBJECT-STATUS (XFR-SUBJECT-IDX)
           END-PERFORM
           PERFORM WRITE-TRANSFER-RECORD.

       WRITE-DEMOGRAPHIC-RECORD.
           MOVE SPACES TO TRANSFER-RECORD
           MOVE 'D' TO XFR-RECORD-TYPE
           MOVE WS-STUDENT-ID TO XFR-STUDENT-ID
           MOVE DEM-SURNAME TO XFR-SURNAME
           MOVE DEM-GIVEN-NAME TO XFR-GIVEN-NAME
           MOVE DEM-ADDRESS-LINE-1 TO XFR-ADDRESS-LINE-1
           MOVE DEM-ADDRESS-LINE-2 TO XFR-ADDRESS-LINE-2
           MOVE DEM-CITY-LINE TO XFR-CITY-LINE
           MOVE DEM-GUARDIAN-NAME TO XFR-GUARDIAN-NAME
           PERFORM WRITE-TRANSFER-RECORD.

       WRITE-SUBJECT-RECORD.
           MOVE WS-CODE-VALUE (WS-CODE-IDX) TO WS-LOOKUP-SUBJECT-CODE
           PERFORM FIND-SUBJECT-ENTRY
           MOVE SPACES TO TRANSFER-RECORD
           MOVE 'C' TO XFR-RECORD-TYPE
           MOVE WS-STUDENT-ID TO XFR-STUDENT-ID
           MOVE WS-CODE-VALUE (WS-CODE-IDX) TO XFR-CAT-SUBJECT-CODE
           MOVE WS-SUBJECT-TITLE TO XFR-CAT-SUBJECT-TITLE
           MOVE WS-SUBJECT-CREDITS TO XFR-CAT-CREDIT-HOURS
           PERFORM WRITE-TRANSFER-RECORD.

       WRITE-TERM-RECORD.
           MOVE SPACES TO TRANSFER-RECORD
           MOVE 'T' TO XFR-RECORD-TYPE
           MOVE WS-STUDENT-ID TO XFR-STUDENT-ID
           MOVE HIST-TERM-CODE TO XFR-TERM-CODE
           MOVE HIST-STUDENT-MARK TO XFR-TERM-MARK
           MOVE HIST-STATUS-CODE TO XFR-TERM-STATUS-CODE
           MOVE HIST-SECTION-CODE TO XFR-TERM-SECTION-CODE
           MOVE HIST-GRADE-LEVEL TO XFR-TERM-GRADE-LEVEL
           MOVE HIST-SUBJECT-COUNT TO XFR-TERM-SUBJECT-COUNT
           PERFORM VARYING XFR-TERM-SUBJECT-IDX FROM 1 BY 1
               UNTIL XFR-TERM-SUBJECT-IDX > 5
               SET HIST-SUBJECT-IDX TO XFR-TERM-SUBJECT-IDX
               SET HIST-STATUS-IDX TO XFR-TERM-SUBJECT-IDX
               MOVE HIST-SUBJECT-CODE (HIST-SUBJECT-IDX)
                   TO XFR-TERM-SUBJECT-CODE (XFR-TERM-SUBJECT-IDX)
               MOVE HIST-SUBJECT-SCORE (HIST-SUBJECT-IDX)
                   TO XFR-TERM-SUBJECT-SCORE (XFR-TERM-SUBJECT-IDX)
               MOVE HIST-SUBJECT-STATUS (HIST-STATUS-IDX)
                   TO XFR-TERM-SUBJECT-STATUS (XFR-TERM-SUBJECT-IDX)
           END-PERFORM
           ADD 1 TO WS-TERMS-WRITTEN
           PERFORM WRITE-TRANSFER-RECORD.

       WRITE-REPORT-DETAIL.
           MOVE WS-TERM-COUNT TO WS-RPT-TERMS
           MOVE WS-CODE-COUNT TO WS-RPT-SUBJECTS
           MOVE WS-DEMO-FOUND TO WS-RPT-DEMO
           MOVE WS-REPORT-RESULT TO WS-RPT-RESULT
           MOVE WS-REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TRANSFER REQUESTS READ    :" TO WS-TOT-CAPTION
           MOVE WS-REQUEST-COUNT TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "STUDENTS EXTRACTED        :" TO WS-TOT-CAPTION
           MOVE WS-EXTRACT-COUNT TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "REQUESTS NOT EXTRACTED    :" TO WS-TOT-CAPTION
           MOVE WS-MISS-COUNT TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "TERM RECORDS WRITTEN      :" TO WS-TOT-CAPTION
           MOVE WS-TERMS-WRITTEN TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "INTERCHANGE RECORDS       :" TO WS-TOT-CAPTION
           MOVE WS-RECORD-COUNT TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       COPY CATALOGP.CPY.

       COPY DEMOP.CPY.

       COPY PARMP.CPY.

       COPY LOCKP.CPY.

       END PROGRAM TRANSFER-EXTRACT.
