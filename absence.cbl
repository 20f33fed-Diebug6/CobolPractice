      ******************************************************************
      * Author:
      * Date:
      * Purpose: Chronic-absence report. Totals every day on the
      *          attendance master (attendance.dat) for each student
      *          and lists, section by section with the teacher name
      *          from the section reference, every student whose days
      *          missed (absent or excused) reach the chronic-absence
      *          cutoff percentage (ABSENCE-CUTOFF on runparm.txt,
      *          default 10). Each section block closes with the
      *          number of chronic students out of those with
      *          attendance on file, and the report ends with the
      *          school totals. The section is taken from the STUDENT
      *          master so a student who changed homeroom is reported
      *          under the current one; a student no longer on the
      *          master is reported under the section that last took
      *          the register.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHRONIC-ABSENCE.

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

               SELECT RUN-PARM-FILE ASSIGN TO "../runparm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

               SELECT ATTENDANCE-MASTER ASSIGN TO "../attendance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATTEND-STATUS.

               SELECT ABSENCE-SORT-WORK ASSIGN TO "../abssort.tmp".

               SELECT ABSENCE-REPORT ASSIGN TO "../absence.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCE-REPORT-STATUS.

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

           FD RUN-PARM-FILE.
           01 RUN-PARM-LINE PIC X(40).

           FD ATTENDANCE-MASTER.
           01 ATTENDANCE-RECORD.
               COPY ATTREC.CPY.

           SD ABSENCE-SORT-WORK.
           01 ABSENCE-SORT-RECORD.
               05 ASR-SECTION PIC X(4).
               05 ASR-ID PIC 9(5).
               05 ASR-NAME PIC A(6).
               05 ASR-DAYS PIC 9(4).
               05 ASR-MISSED PIC 9(4).
               05 ASR-ABSENCE-PCT PIC 9(3)V9(1).
               05 ASR-CHRONIC PIC A(1).

           FD ABSENCE-REPORT.
           01 ABSENCE-REPORT-LINE PIC X(70).

           WORKING-STORAGE SECTION.
           01 WS-STUDENT.
               COPY WSSTUD.CPY.

           01 WS-STUDENT-STATUS PIC X(2).
           01 WS-SECTION-STATUS PIC X(2).
           01 WS-RUN-PARM-STATUS PIC X(2).
           01 WS-ATTEND-STATUS PIC X(2).
           01 WS-ABSENCE-REPORT-STATUS PIC X(2).

           COPY WSPARM.CPY.

           COPY WSSECT.CPY.

           COPY WSATT.CPY.

           01 WS-SORT-EOF PIC A(1).
           01 WS-ABSENCE-CUTOFF PIC 9(3) VALUE 10.
           01 WS-ABSENCE-PCT PIC 9(3)V9(1) VALUE ZERO.
           01 WS-RUN-DATE PIC X(8).

           01 WS-CURRENT-STUDENT-ID PIC 9(5) VALUE ZERO.
           01 WS-LAST-SECTION PIC X(4) VALUE SPACES.
           01 WS-SEEN-ANY-STUDENT PIC A(1) VALUE 'N'.

           01 WS-CURRENT-SECTION PIC X(4) VALUE SPACES.
           01 WS-SECTION-SEEN PIC A(1) VALUE 'N'.

           01 WS-STUDENT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-CHRONIC-COUNT PIC 9(5) VALUE ZERO.
           01 WS-SEC-STUDENT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-SEC-CHRONIC-COUNT PIC 9(5) VALUE ZERO.

           01 WS-REPORT-HEADING-1.
               05 FILLER PIC X(36)
                   VALUE "===== CHRONIC ABSENCE REPORT =====".
               05 FILLER PIC X(10) VALUE "RUN DATE ".
               05 WS-HDG-RUN-DATE PIC X(8).
           01 WS-REPORT-HEADING-2.
               05 FILLER PIC X(36)
                   VALUE "CHRONIC AT DAYS MISSED OF AT LEAST ".
               05 WS-HDG-CUTOFF PIC ZZ9.
               05 FILLER PIC X(4) VALUE " PCT".

           01 WS-SECTION-HEADING.
               05 FILLER PIC X(14) VALUE "-- SECTION ".
               05 WS-HDG-SECTION PIC X(4).
               05 FILLER PIC X(10) VALUE "  TEACHER ".
               05 WS-HDG-TEACHER PIC X(20).
               05 FILLER PIC X(3) VALUE " --".

           01 WS-COLUMN-HEADING.
               05 FILLER PIC X(7) VALUE "ID".
               05 FILLER PIC X(8) VALUE "NAME".
               05 FILLER PIC X(7) VALUE "DAYS".
               05 FILLER PIC X(8) VALUE "MISSED".
               05 FILLER PIC X(8) VALUE "ABSENT%".

           01 WS-ABSENCE-DETAIL.
               05 WS-DTL-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DTL-NAME PIC A(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DTL-DAYS PIC ZZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-DTL-MISSED PIC ZZZ9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-DTL-PCT PIC ZZ9.9.

           01 WS-SECTION-TOTAL-LINE.
               05 FILLER PIC X(11) VALUE "  CHRONIC: ".
               05 WS-SEC-CHRONIC PIC ZZZZ9.
               05 FILLER PIC X(4) VALUE " OF ".
               05 WS-SEC-STUDENTS PIC ZZZZ9.
               05 FILLER PIC X(31)
                   VALUE " STUDENT(S) WITH ATTENDANCE".

           01 WS-SCHOOL-TOTAL-LINE.
               05 FILLER PIC X(17) VALUE "SCHOOL CHRONIC : ".
               05 WS-SCH-CHRONIC PIC ZZZZ9.
               05 FILLER PIC X(4) VALUE " OF ".
               05 WS-SCH-STUDENTS PIC ZZZZ9.
               05 FILLER PIC X(31)
                   VALUE " STUDENT(S) WITH ATTENDANCE".

           01 WS-LOCK-STATUS PIC X(2).
           01 WS-LOCK-MODE PIC X(1) VALUE 'R'.
           01 WS-LOCK-PROGRAM PIC X(18) VALUE "CHRONIC-ABSENCE".
           01 WS-LOCK-OVERRIDE PIC A(1) VALUE 'N'.
           01 WS-LOCK-BLOCKED PIC A(1) VALUE 'N'.
           01 WS-LOCK-HELD PIC A(1) VALUE 'N'.
           01 WS-LOCK-NEW-STATE PIC X(1).
           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-RUN-PARAMETERS.
           MOVE "ABSENCE-CUTOFF" TO WS-LOOKUP-PARM-KEY.
           MOVE 10 TO WS-PARM-DEFAULT-VALUE.
           PERFORM GET-NUMERIC-PARAMETER.
           MOVE WS-PARM-NUMERIC-VALUE TO WS-ABSENCE-CUTOFF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM LOAD-SECTION-TABLE.
           PERFORM ACQUIRE-MASTER-LOCK.
           OPEN INPUT STUDENT.
           IF WS-STUDENT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STUDENT FILE, STATUS="
                   WS-STUDENT-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT ATTENDANCE-MASTER.
           IF WS-ATTEND-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ATTENDANCE-MASTER, STATUS="
                   WS-ATTEND-STATUS
               CLOSE STUDENT
               STOP RUN
           END-IF.
           OPEN OUTPUT ABSENCE-REPORT.
           IF WS-ABSENCE-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ABSENCE-REPORT, STATUS="
                   WS-ABSENCE-REPORT-STATUS
               CLOSE ATTENDANCE-MASTER
               CLOSE STUDENT
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
           MOVE WS-REPORT-HEADING-1 TO ABSENCE-REPORT-LINE.
           WRITE ABSENCE-REPORT-LINE.
           MOVE WS-ABSENCE-CUTOFF TO WS-HDG-CUTOFF.
           MOVE WS-REPORT-HEADING-2 TO ABSENCE-REPORT-LINE.
           WRITE ABSENCE-REPORT-LINE.
           SORT ABSENCE-SORT-WORK
               ON ASCENDING KEY ASR-SECTION
               ON DESCENDING KEY ASR-ABSENCE-PCT
               ON ASCENDING KEY ASR-ID
               INPUT PROCEDURE IS TOTAL-ATTENDANCE-BY-STUDENT
               OUTPUT PROCEDURE IS WRITE-ABSENCE-LINES.
           IF WS-STUDENT-COUNT = ZERO
               MOVE "NO ATTENDANCE ON FILE" TO ABSENCE-REPORT-LINE
               WRITE ABSENCE-REPORT-LINE
           ELSE
               MOVE WS-CHRONIC-COUNT TO WS-SCH-CHRONIC
               MOVE WS-STUDENT-COUNT TO WS-SCH-STUDENTS
               MOVE WS-SCHOOL-TOTAL-LINE TO ABSENCE-REPORT-LINE
               WRITE ABSENCE-REPORT-LINE
           END-IF.
           CLOSE ABSENCE-REPORT.
           CLOSE ATTENDANCE-MASTER.
           CLOSE STUDENT.
           PERFORM RELEASE-MASTER-LOCK.
           DISPLAY "CHRONIC ABSENCE REPORT COMPLETE - " WS-CHRONIC-COUNT
               " OF " WS-STUDENT-COUNT " STUDENT(S) AT OR OVER "
               WS-ABSENCE-CUTOFF " PCT".
           STOP RUN.

       TOTAL-ATTENDANCE-BY-STUDENT.
           MOVE 'N' TO WS-ATTEND-EOF
           MOVE 'N' TO WS-SEEN-ANY-STUDENT
           MOVE ZERO TO WS-ATTEND-DAYS
           MOVE ZERO TO WS-ATTEND-MISSED
           MOVE LOW-VALUES TO ATT-KEY
           START ATTENDANCE-MASTER KEY IS NOT LESS THAN ATT-KEY
               INVALID KEY MOVE 'Y' TO WS-ATTEND-EOF
           END-START
           PERFORM UNTIL WS-ATTEND-EOF = 'Y'
               READ ATTENDANCE-MASTER NEXT
                   AT END
                       MOVE 'Y' TO WS-ATTEND-EOF
                       IF WS-SEEN-ANY-STUDENT = 'Y'
                           PERFORM RELEASE-STUDENT-TOTALS
                       END-IF
                   NOT AT END PERFORM COLLECT-ONE-DAY
               END-READ
           END-PERFORM.

       COLLECT-ONE-DAY.
           IF WS-SEEN-ANY-STUDENT = 'Y'
               AND ATT-STUDENT-ID NOT = WS-CURRENT-STUDENT-ID
               PERFORM RELEASE-STUDENT-TOTALS
               MOVE ZERO TO WS-ATTEND-DAYS
               MOVE ZERO TO WS-ATTEND-MISSED
           END-IF
           MOVE 'Y' TO WS-SEEN-ANY-STUDENT
           MOVE ATT-STUDENT-ID TO WS-CURRENT-STUDENT-ID
           MOVE ATT-SECTION-CODE TO WS-LAST-SECTION
           PERFORM COUNT-ONE-ATTENDANCE-DAY.

       RELEASE-STUDENT-TOTALS.
           ADD 1 TO WS-STUDENT-COUNT
           MOVE WS-CURRENT-STUDENT-ID TO STUDENT-ID
           READ STUDENT INTO WS-STUDENT
               INVALID KEY
                   MOVE WS-LAST-SECTION TO ASR-SECTION
                   MOVE "??????" TO ASR-NAME
               NOT INVALID KEY
                   MOVE WS-STUDENT-SECTION-CODE TO ASR-SECTION
                   MOVE WS-STUDENT-NAME TO ASR-NAME
           END-READ
           COMPUTE WS-ABSENCE-PCT ROUNDED =
               (WS-ATTEND-MISSED / WS-ATTEND-DAYS) * 100
           MOVE WS-CURRENT-STUDENT-ID TO ASR-ID
           MOVE WS-ATTEND-DAYS TO ASR-DAYS
           MOVE WS-ATTEND-MISSED TO ASR-MISSED
           MOVE WS-ABSENCE-PCT TO ASR-ABSENCE-PCT
           IF WS-ABSENCE-PCT >= WS-ABSENCE-CUTOFF
               MOVE 'Y' TO ASR-CHRONIC
               ADD 1 TO WS-CHRONIC-COUNT
           ELSE
               MOVE 'N' TO ASR-CHRONIC
           END-IF
           RELEASE ABSENCE-SORT-RECORD.

       WRITE-ABSENCE-LINES.
           MOVE 'N' TO WS-SORT-EOF
           MOVE 'N' TO WS-SECTION-SEEN
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN ABSENCE-SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                       IF WS-SECTION-SEEN = 'Y'
                           PERFORM WRITE-SECTION-TOTALS
                       END-IF
                   NOT AT END PERFORM REPORT-ONE-STUDENT
               END-RETURN
           END-PERFORM.

       REPORT-ONE-STUDENT.
           IF WS-SECTION-SEEN = 'N'
               OR ASR-SECTION NOT = WS-CURRENT-SECTION
               PERFORM START-SECTION-BLOCK
           END-IF
           ADD 1 TO WS-SEC-STUDENT-COUNT
           IF ASR-CHRONIC = 'Y'
               ADD 1 TO WS-SEC-CHRONIC-COUNT
               MOVE ASR-ID TO WS-DTL-ID
               MOVE ASR-NAME TO WS-DTL-NAME
               MOVE ASR-DAYS TO WS-DTL-DAYS
               MOVE ASR-MISSED TO WS-DTL-MISSED
               MOVE ASR-ABSENCE-PCT TO WS-DTL-PCT
               MOVE WS-ABSENCE-DETAIL TO ABSENCE-REPORT-LINE
               WRITE ABSENCE-REPORT-LINE
           END-IF.

       START-SECTION-BLOCK.
           IF WS-SECTION-SEEN = 'Y'
               PERFORM WRITE-SECTION-TOTALS
           END-IF
           MOVE 'Y' TO WS-SECTION-SEEN
           MOVE ASR-SECTION TO WS-CURRENT-SECTION
           MOVE ZERO TO WS-SEC-STUDENT-COUNT
           MOVE ZERO TO WS-SEC-CHRONIC-COUNT
           IF WS-CURRENT-SECTION = SPACES
               MOVE "-- SECTION (NONE ASSIGNED) --"
                   TO ABSENCE-REPORT-LINE
           ELSE
               MOVE WS-CURRENT-SECTION TO WS-LOOKUP-SECTION-CODE
               PERFORM FIND-SECTION-ENTRY
               MOVE WS-CURRENT-SECTION TO WS-HDG-SECTION
               MOVE WS-SECTION-TEACHER-NAME TO WS-HDG-TEACHER
               MOVE WS-SECTION-HEADING TO ABSENCE-REPORT-LINE
           END-IF
           WRITE ABSENCE-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO ABSENCE-REPORT-LINE
           WRITE ABSENCE-REPORT-LINE.

       WRITE-SECTION-TOTALS.
           MOVE WS-SEC-CHRONIC-COUNT TO WS-SEC-CHRONIC
           MOVE WS-SEC-STUDENT-COUNT TO WS-SEC-STUDENTS
           MOVE WS-SECTION-TOTAL-LINE TO ABSENCE-REPORT-LINE
           WRITE ABSENCE-REPORT-LINE.

       COPY ATTENDP.CPY.

       COPY SECTIONP.CPY.

       COPY PARMP.CPY.

       COPY LOCKP.CPY.

       END PROGRAM CHRONIC-ABSENCE.
