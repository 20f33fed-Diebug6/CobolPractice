      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily attendance posting. Reads the homeroom
      *          attendance feed (attfeed.txt, ATTFEED.CPY layout),
      *          one line per student per day grouped by section, and
      *          posts each mark to the attendance master
      *          (attendance.dat) keyed on STUDENT-ID plus date. A line
      *          is rejected when its section is not on the section
      *          reference, its date or status code is invalid, the
      *          student is not on the STUDENT master, the student is
      *          withdrawn or graduated, or the student belongs to a
      *          different homeroom than the one that took the
      *          register. A day already on file for the student is
      *          corrected in place rather than duplicated. Every
      *          reject is listed on the posting report (attpost.txt)
      *          with its reason and a control total per section, so
      *          the homeroom can re-mark the day. The operator must
      *          hold ATTENDANCE-POST authority on operauth.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTENDANCE-POST.

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

               SELECT ATTENDANCE-MASTER ASSIGN TO "../attendance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATTEND-STATUS.

               SELECT ATTENDANCE-FEED ASSIGN TO "../attfeed.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

               SELECT POSTING-REPORT ASSIGN TO "../attpost.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-REPORT-STATUS.

               SELECT OPERATOR-AUTH ASSIGN TO "../operauth.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

               SELECT AUTH-VIOLATIONS ASSIGN TO "../authviol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-VIOL-STATUS.

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

           FD ATTENDANCE-MASTER.
           01 ATTENDANCE-RECORD.
               COPY ATTREC.CPY.

           FD ATTENDANCE-FEED.
           01 ATTENDANCE-FEED-RECORD.
               COPY ATTFEED.CPY.

           FD POSTING-REPORT.
           01 POSTING-REPORT-LINE PIC X(70).

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
           01 WS-SECTION-STATUS PIC X(2).
           01 WS-ATTEND-STATUS PIC X(2).
           01 WS-FEED-STATUS PIC X(2).
           01 WS-POSTING-REPORT-STATUS PIC X(2).

           COPY WSSECT.CPY.

           01 WS-FEED-EOF PIC A(1) VALUE 'N'.
           01 WS-POST-DATE PIC 9(8).
           01 WS-REJECT-REASON PIC X(30).

           01 WS-CURRENT-SECTION PIC X(4) VALUE SPACES.
           01 WS-SECTION-SEEN PIC A(1) VALUE 'N'.

           01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
           01 WS-POSTED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-CORRECTED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-SEC-READ-COUNT PIC 9(5) VALUE ZERO.
           01 WS-SEC-POSTED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-SEC-REJECT-COUNT PIC 9(5) VALUE ZERO.

           01 WS-REPORT-HEADING-1.
               05 FILLER PIC X(36)
                   VALUE "===== ATTENDANCE POSTING =====".
               05 FILLER PIC X(10) VALUE "RUN DATE ".
               05 WS-HDG-RUN-DATE PIC 9(8).

           01 WS-SECTION-HEADING.
               05 FILLER PIC X(14) VALUE "-- SECTION ".
               05 WS-HDG-SECTION PIC X(4).
               05 FILLER PIC X(10) VALUE "  TEACHER ".
               05 WS-HDG-TEACHER PIC X(20).
               05 FILLER PIC X(3) VALUE " --".

           01 WS-REJECT-DETAIL.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-DATE PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-ID PIC X(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-STATUS PIC X(1).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-REASON PIC X(30).

           01 WS-SECTION-TOTAL-LINE.
               05 FILLER PIC X(9) VALUE "  READ ".
               05 WS-SEC-READ PIC ZZZZ9.
               05 FILLER PIC X(10) VALUE "  POSTED ".
               05 WS-SEC-POSTED PIC ZZZZ9.
               05 FILLER PIC X(12) VALUE "  REJECTED ".
               05 WS-SEC-REJECTED PIC ZZZZ9.

           01 WS-LOCK-STATUS PIC X(2).
           01 WS-LOCK-MODE PIC X(1) VALUE 'R'.
           01 WS-LOCK-PROGRAM PIC X(18) VALUE "ATTENDANCE-POST".
           01 WS-LOCK-OVERRIDE PIC A(1) VALUE 'N'.
           01 WS-LOCK-BLOCKED PIC A(1) VALUE 'N'.
           01 WS-LOCK-HELD PIC A(1) VALUE 'N'.
           01 WS-LOCK-NEW-STATE PIC X(1).
           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           COPY WSAUTH.CPY.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-OPERATOR-ID FROM COMMAND-LINE.
           MOVE "ATTENDANCE-POST" TO WS-AUTH-PROGRAM.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-POST-DATE.
           PERFORM LOAD-SECTION-TABLE.
           PERFORM ACQUIRE-MASTER-LOCK.
           OPEN INPUT STUDENT.
           IF WS-STUDENT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STUDENT FILE, STATUS="
                   WS-STUDENT-STATUS
               STOP RUN
           END-IF.
           OPEN I-O ATTENDANCE-MASTER.
           IF WS-ATTEND-STATUS = "35"
               DISPLAY "NO ATTENDANCE MASTER ON FILE - BUILDING A "
                   "NEW ONE"
               OPEN OUTPUT ATTENDANCE-MASTER
               CLOSE ATTENDANCE-MASTER
               OPEN I-O ATTENDANCE-MASTER
           END-IF.
           IF WS-ATTEND-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ATTENDANCE-MASTER, STATUS="
                   WS-ATTEND-STATUS
               CLOSE STUDENT
               STOP RUN
           END-IF.
           OPEN INPUT ATTENDANCE-FEED.
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ATTENDANCE-FEED, STATUS="
                   WS-FEED-STATUS
               CLOSE ATTENDANCE-MASTER
               CLOSE STUDENT
               STOP RUN
           END-IF.
           OPEN OUTPUT POSTING-REPORT.
           IF WS-POSTING-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN POSTING-REPORT, STATUS="
                   WS-POSTING-REPORT-STATUS
               CLOSE ATTENDANCE-FEED
               CLOSE ATTENDANCE-MASTER
               CLOSE STUDENT
               STOP RUN
           END-IF.
           MOVE WS-POST-DATE TO WS-HDG-RUN-DATE.
           MOVE WS-REPORT-HEADING-1 TO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.
           PERFORM UNTIL WS-FEED-EOF = 'Y'
               READ ATTENDANCE-FEED
                   AT END MOVE 'Y' TO WS-FEED-EOF
                   NOT AT END PERFORM POST-ONE-FEED-LINE
               END-READ
           END-PERFORM.
           IF WS-SECTION-SEEN = 'Y'
               PERFORM WRITE-SECTION-TOTALS
           ELSE
               MOVE "NO ATTENDANCE LINES IN THE FEED"
                   TO POSTING-REPORT-LINE
               WRITE POSTING-REPORT-LINE
           END-IF.
           CLOSE POSTING-REPORT.
           CLOSE ATTENDANCE-FEED.
           CLOSE ATTENDANCE-MASTER.
           CLOSE STUDENT.
           PERFORM RELEASE-MASTER-LOCK.
           DISPLAY "ATTENDANCE POSTING COMPLETE - READ: " WS-READ-COUNT
               " POSTED: " WS-POSTED-COUNT
               " CORRECTED: " WS-CORRECTED-COUNT
               " REJECTED: " WS-REJECT-COUNT.
           STOP RUN.

       POST-ONE-FEED-LINE.
           IF WS-SECTION-SEEN = 'N'
               OR AFD-SECTION-CODE NOT = WS-CURRENT-SECTION
               PERFORM START-SECTION-BLOCK
           END-IF
           ADD 1 TO WS-READ-COUNT
           ADD 1 TO WS-SEC-READ-COUNT
           IF WS-SECTION-LOADED = 'Y' AND WS-SECTION-ON-FILE = 'N'
               MOVE "SECTION NOT ON REFERENCE" TO WS-REJECT-REASON
               PERFORM REJECT-FEED-LINE
               EXIT PARAGRAPH
           END-IF
           IF AFD-ATTEND-DATE NOT NUMERIC
               OR AFD-ATTEND-DATE = ZERO
               OR AFD-ATTEND-DATE > WS-POST-DATE
               MOVE "INVALID ATTENDANCE DATE" TO WS-REJECT-REASON
               PERFORM REJECT-FEED-LINE
               EXIT PARAGRAPH
           END-IF
           IF AFD-STATUS NOT = 'P' AND AFD-STATUS NOT = 'T'
               AND AFD-STATUS NOT = 'A' AND AFD-STATUS NOT = 'E'
               MOVE "INVALID ATTENDANCE CODE" TO WS-REJECT-REASON
               PERFORM REJECT-FEED-LINE
               EXIT PARAGRAPH
           END-IF
           IF AFD-STUDENT-ID NOT NUMERIC
               MOVE "STUDENT NOT ON FILE" TO WS-REJECT-REASON
               PERFORM REJECT-FEED-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE AFD-STUDENT-ID TO STUDENT-ID
           READ STUDENT INTO WS-STUDENT
               INVALID KEY
                   MOVE "STUDENT NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM REJECT-FEED-LINE
               NOT INVALID KEY
                   PERFORM CHECK-STUDENT-ENROLLED
           END-READ.

       CHECK-STUDENT-ENROLLED.
           EVALUATE TRUE
               WHEN WS-STUDENT-WITHDRAWN
                   MOVE "STUDENT WITHDRAWN" TO WS-REJECT-REASON
                   PERFORM REJECT-FEED-LINE
               WHEN WS-STUDENT-GRADUATED
                   MOVE "STUDENT GRADUATED" TO WS-REJECT-REASON
                   PERFORM REJECT-FEED-LINE
               WHEN WS-STUDENT-SECTION-CODE NOT = AFD-SECTION-CODE
                   MOVE "STUDENT NOT IN THIS SECTION"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-FEED-LINE
               WHEN OTHER
                   PERFORM WRITE-ATTENDANCE-DAY
           END-EVALUATE.

       WRITE-ATTENDANCE-DAY.
           MOVE AFD-STUDENT-ID TO ATT-STUDENT-ID
           MOVE AFD-ATTEND-DATE TO ATT-DATE
           READ ATTENDANCE-MASTER
               INVALID KEY
                   PERFORM BUILD-ATTENDANCE-RECORD
                   WRITE ATTENDANCE-RECORD
                   ADD 1 TO WS-POSTED-COUNT
                   ADD 1 TO WS-SEC-POSTED-COUNT
               NOT INVALID KEY
                   PERFORM BUILD-ATTENDANCE-RECORD
                   REWRITE ATTENDANCE-RECORD
                   ADD 1 TO WS-CORRECTED-COUNT
                   ADD 1 TO WS-SEC-POSTED-COUNT
           END-READ
           IF WS-ATTEND-STATUS NOT = "00"
               DISPLAY "ATTENDANCE WRITE FAILED FOR STUDENT-ID "
                   AFD-STUDENT-ID " DATE " AFD-ATTEND-DATE
                   ", STATUS=" WS-ATTEND-STATUS
           END-IF.

       BUILD-ATTENDANCE-RECORD.
           MOVE AFD-STUDENT-ID TO ATT-STUDENT-ID
           MOVE AFD-ATTEND-DATE TO ATT-DATE
           MOVE AFD-SECTION-CODE TO ATT-SECTION-CODE
           MOVE AFD-STATUS TO ATT-STATUS
           MOVE WS-POST-DATE TO ATT-POST-DATE
           MOVE WS-OPERATOR-ID TO ATT-OPERATOR-ID.

       REJECT-FEED-LINE.
           ADD 1 TO WS-REJECT-COUNT
           ADD 1 TO WS-SEC-REJECT-COUNT
           MOVE ATTENDANCE-FEED-RECORD (6:8) TO WS-RPT-DATE
           MOVE ATTENDANCE-FEED-RECORD (15:5) TO WS-RPT-ID
           MOVE AFD-STATUS TO WS-RPT-STATUS
           MOVE WS-REJECT-REASON TO WS-RPT-REASON
           MOVE WS-REJECT-DETAIL TO POSTING-REPORT-LINE
           WRITE POSTING-REPORT-LINE.

       START-SECTION-BLOCK.
           IF WS-SECTION-SEEN = 'Y'
               PERFORM WRITE-SECTION-TOTALS
           END-IF
           MOVE 'Y' TO WS-SECTION-SEEN
           MOVE AFD-SECTION-CODE TO WS-CURRENT-SECTION
           MOVE ZERO TO WS-SEC-READ-COUNT
           MOVE ZERO TO WS-SEC-POSTED-COUNT
           MOVE ZERO TO WS-SEC-REJECT-COUNT
           MOVE WS-CURRENT-SECTION TO WS-LOOKUP-SECTION-CODE
           PERFORM FIND-SECTION-ENTRY
           MOVE WS-CURRENT-SECTION TO WS-HDG-SECTION
           MOVE WS-SECTION-TEACHER-NAME TO WS-HDG-TEACHER
           MOVE WS-SECTION-HEADING TO POSTING-REPORT-LINE
           WRITE POSTING-REPORT-LINE.

       WRITE-SECTION-TOTALS.
           MOVE WS-SEC-READ-COUNT TO WS-SEC-READ
           MOVE WS-SEC-POSTED-COUNT TO WS-SEC-POSTED
           MOVE WS-SEC-REJECT-COUNT TO WS-SEC-REJECTED
           MOVE WS-SECTION-TOTAL-LINE TO POSTING-REPORT-LINE
           WRITE POSTING-REPORT-LINE.

       COPY SECTIONP.CPY.

       COPY LOCKP.CPY.

       COPY AUTHP.CPY.

       END PROGRAM ATTENDANCE-POST.
