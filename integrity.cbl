      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly cross-file integrity sweep. Each program
      *          checks its own input, but nothing else checks that
      *          the files agree with one another; this run does, and
      *          lists every record on one file that has no partner on
      *          the other on a single exception report (integrpt.txt)
      *          grouped by file pair, with a count per pair:
      *            FILE.TXT / DEMOMASTER.DAT - students with no
      *              demographic record, and demographic records with
      *              no student;
      *            FILE.TXT / SECTREF.TXT - section codes on students
      *              missing from the reference, and reference
      *              sections with no students;
      *            FILE.TXT / SUBJCAT.TXT - subject codes in score
      *              tables unknown to the catalog or inactive on it;
      *            STUDHIST.TXT / FILE.TXT - term snapshots for
      *              students no longer on the master;
      *            OPENPO.DAT / INVMASTER.DAT - open purchase orders
      *              for items missing from the item master.
      *          A file that cannot be opened is noted and its check
      *          skipped. The run ends with return condition 4 when
      *          anything was found and 0 when clean, and leaves the
      *          outcome on integctl.txt (INTEGCTL.CPY) so that
      *          STUDENT-DRIVER can warn the operator. Nothing is
      *          corrected here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-SWEEP.

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

               SELECT DEMO-MASTER ASSIGN TO "../demomaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEM-STUDENT-ID
               FILE STATUS IS WS-DEMO-STATUS.

               SELECT SECTION-REFERENCE ASSIGN TO "../sectref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-STATUS.

               SELECT SUBJECT-CATALOG ASSIGN TO "../subjcat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

               SELECT TERM-HISTORY ASSIGN TO "../studhist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

               SELECT OPEN-PO-FILE ASSIGN TO "../openpo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-OPEN-PO-STATUS.

               SELECT ITEM-MASTER ASSIGN TO "../invmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-ITEM-ID
               FILE STATUS IS WS-ITEM-MASTER-STATUS.

               SELECT INTEGRITY-REPORT ASSIGN TO "../integrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

               SELECT INTEGRITY-CONTROL ASSIGN TO "../integctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEGRITY-CTL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           01 STUDENT-FILE.
               COPY STUDENT.CPY.

           FD MASTER-LOCK.
           01 MASTER-LOCK-RECORD.
               COPY LOCKREC.CPY.

           FD DEMO-MASTER.
           01 DEMO-MASTER-RECORD.
               COPY DEMOREC.CPY.

           FD SECTION-REFERENCE.
           01 SECTION-REFERENCE-RECORD.
               COPY SECTREF.CPY.

           FD SUBJECT-CATALOG.
           01 SUBJECT-CATALOG-RECORD.
               COPY SUBJCAT.CPY.

           FD TERM-HISTORY.
           01 TERM-HISTORY-RECORD.
               COPY HISTREC.CPY.

           FD OPEN-PO-FILE.
           01 OPEN-PO-RECORD.
               COPY POREC.CPY.

           FD ITEM-MASTER.
           01 ITEM-MASTER-RECORD.
               COPY INVITEM.CPY.

           FD INTEGRITY-REPORT.
           01 REPORT-LINE PIC X(80).

           FD INTEGRITY-CONTROL.
           01 INTEGRITY-CONTROL-RECORD.
               COPY INTEGCTL.CPY.

           WORKING-STORAGE SECTION.
           01 WS-STUDENT.
               COPY WSSTUD.CPY.

           01 WS-STUDENT-STATUS PIC X(2).
           01 WS-DEMO-STATUS PIC X(2).
           01 WS-SECTION-STATUS PIC X(2).
           01 WS-CATALOG-STATUS PIC X(2).
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-OPEN-PO-STATUS PIC X(2).
           01 WS-ITEM-MASTER-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).
           01 WS-INTEGRITY-CTL-STATUS PIC X(2).

           COPY WSSECT.CPY.

           COPY WSCAT.CPY.

           01 WS-SECTION-USAGE-TABLE.
               05 WS-SECTION-STUDENTS PIC 9(5) OCCURS 50 TIMES.
           01 WS-USAGE-IDX PIC 9(3).
           01 WS-USAGE-FOUND PIC A(1).

           01 WS-EOF PIC A(1).
           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-TIME PIC X(4).

           01 WS-EXC-KEY PIC X(10).
           01 WS-EXC-DETAIL PIC X(26).
           01 WS-EXC-REASON PIC X(36).
           01 WS-PAIR-COUNT PIC 9(5) VALUE ZERO.
           01 WS-SKIP-TEXT PIC X(20).
           01 WS-SKIP-STATUS PIC X(2).

           01 WS-COUNTERS.
               05 WS-DEMO-PAIR-COUNT PIC 9(5) VALUE ZERO.
               05 WS-SECTION-PAIR-COUNT PIC 9(5) VALUE ZERO.
               05 WS-SUBJECT-PAIR-COUNT PIC 9(5) VALUE ZERO.
               05 WS-HISTORY-PAIR-COUNT PIC 9(5) VALUE ZERO.
               05 WS-PO-PAIR-COUNT PIC 9(5) VALUE ZERO.
               05 WS-EXCEPTION-COUNT PIC 9(7) VALUE ZERO.
               05 WS-CHECKS-SKIPPED PIC 9(2) VALUE ZERO.
               05 WS-STUDENTS-READ PIC 9(5) VALUE ZERO.
               05 WS-DEMOS-READ PIC 9(5) VALUE ZERO.
               05 WS-HISTORY-READ PIC 9(7) VALUE ZERO.
               05 WS-PO-READ PIC 9(5) VALUE ZERO.

           01 WS-REPORT-HEADING-1.
               05 FILLER PIC X(36)
                   VALUE "===== NIGHTLY INTEGRITY SWEEP =====".
               05 FILLER PIC X(10) VALUE "RUN DATE ".
               05 WS-HDG-RUN-DATE PIC 9(8).
           01 WS-PAIR-HEADING.
               05 FILLER PIC X(11) VALUE "FILE PAIR: ".
               05 WS-PHD-PAIR PIC X(40).
           01 WS-COLUMN-HEADING.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(11) VALUE "KEY".
               05 FILLER PIC X(27) VALUE "DETAIL".
               05 FILLER PIC X(36) VALUE "EXCEPTION".

           01 WS-EXCEPTION-DETAIL.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-KEY PIC X(10).
               05 FILLER PIC X(1) VALUE SPACES.
               05 WS-RPT-DETAIL PIC X(26).
               05 FILLER PIC X(1) VALUE SPACES.
               05 WS-RPT-REASON PIC X(36).

           01 WS-PAIR-TOTAL-LINE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(26)
                   VALUE "EXCEPTIONS FOR THIS PAIR: ".
               05 WS-PTL-COUNT PIC ZZZZ9.

           01 WS-SKIP-LINE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(17) VALUE "CHECK NOT RUN - ".
               05 WS-SKL-FILE PIC X(20).
               05 FILLER PIC X(25) VALUE " NOT AVAILABLE, STATUS=".
               05 WS-SKL-STATUS PIC X(2).

           01 WS-TOTAL-LINE.
               05 WS-TOT-CAPTION PIC X(36).
               05 WS-TOT-COUNT PIC ZZZZZZ9.

           01 WS-LOCK-STATUS PIC X(2).
           01 WS-LOCK-MODE PIC X(1) VALUE 'R'.
           01 WS-LOCK-PROGRAM PIC X(18) VALUE "INTEGRITY-SWEEP".
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
           OPEN OUTPUT INTEGRITY-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN INTEGRITY-REPORT, STATUS="
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.
           PERFORM ACQUIRE-MASTER-LOCK.
           OPEN INPUT STUDENT.
           IF WS-STUDENT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STUDENT FILE, STATUS="
                   WS-STUDENT-STATUS
               CLOSE INTEGRITY-REPORT
               PERFORM RELEASE-MASTER-LOCK
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
           MOVE WS-REPORT-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM CHECK-DEMOGRAPHIC-PAIR.
           PERFORM CHECK-SECTION-PAIR.
           PERFORM CHECK-SUBJECT-PAIR.
           PERFORM CHECK-HISTORY-PAIR.
           PERFORM CHECK-PURCHASE-ORDER-PAIR.
           CLOSE STUDENT.
           PERFORM RELEASE-MASTER-LOCK.
           PERFORM WRITE-SWEEP-SUMMARY.
           CLOSE INTEGRITY-REPORT.
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           PERFORM WRITE-INTEGRITY-CONTROL.
           DISPLAY "INTEGRITY SWEEP COMPLETE - EXCEPTIONS: "
               WS-EXCEPTION-COUNT " CHECKS SKIPPED: "
               WS-CHECKS-SKIPPED.
           IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY "ORPHANED OR UNMATCHED RECORDS FOUND - SEE "
                   "INTEGRPT.TXT"
           END-IF.
           STOP RUN.

      ******************************************************************
      * FILE.TXT / DEMOMASTER.DAT - both directions.
      ******************************************************************
       CHECK-DEMOGRAPHIC-PAIR.
           MOVE "FILE.TXT / DEMOMASTER.DAT" TO WS-PHD-PAIR
           PERFORM START-PAIR-GROUP
           OPEN INPUT DEMO-MASTER
           IF WS-DEMO-STATUS NOT = "00"
               MOVE "DEMOMASTER.DAT" TO WS-SKIP-TEXT
               MOVE WS-DEMO-STATUS TO WS-SKIP-STATUS
               PERFORM WRITE-SKIP-LINE
               PERFORM END-PAIR-GROUP
               MOVE WS-PAIR-COUNT TO WS-DEMO-PAIR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO STUDENT-ID
           START STUDENT KEY IS NOT LESS THAN STUDENT-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT NEXT INTO WS-STUDENT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM CHECK-STUDENT-DEMOGRAPHIC
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO DEM-STUDENT-ID
           START DEMO-MASTER KEY IS NOT LESS THAN DEM-STUDENT-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ DEMO-MASTER NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM CHECK-DEMOGRAPHIC-STUDENT
               END-READ
           END-PERFORM
           CLOSE DEMO-MASTER
           PERFORM END-PAIR-GROUP
           MOVE WS-PAIR-COUNT TO WS-DEMO-PAIR-COUNT.

       CHECK-STUDENT-DEMOGRAPHIC.
           ADD 1 TO WS-STUDENTS-READ
           MOVE WS-STUDENT-ID TO DEM-STUDENT-ID
           READ DEMO-MASTER
               INVALID KEY
                   MOVE WS-STUDENT-ID TO WS-EXC-KEY
                   MOVE WS-STUDENT-NAME TO WS-EXC-DETAIL
                   MOVE "STUDENT HAS NO DEMOGRAPHIC RECORD"
                       TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION-LINE
           END-READ.

       CHECK-DEMOGRAPHIC-STUDENT.
           ADD 1 TO WS-DEMOS-READ
           MOVE DEM-STUDENT-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   MOVE DEM-STUDENT-ID TO WS-EXC-KEY
                   MOVE DEM-SURNAME TO WS-EXC-DETAIL
                   MOVE "DEMOGRAPHIC RECORD HAS NO STUDENT"
                       TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION-LINE
           END-READ.

      ******************************************************************
      * FILE.TXT / SECTREF.TXT - both directions.
      ******************************************************************
       CHECK-SECTION-PAIR.
           MOVE "FILE.TXT / SECTREF.TXT" TO WS-PHD-PAIR
           PERFORM START-PAIR-GROUP
           IF WS-SECTION-LOADED = 'N'
               MOVE "SECTREF.TXT" TO WS-SKIP-TEXT
               MOVE WS-SECTION-STATUS TO WS-SKIP-STATUS
               PERFORM WRITE-SKIP-LINE
               PERFORM END-PAIR-GROUP
               MOVE WS-PAIR-COUNT TO WS-SECTION-PAIR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-SECTION-USAGE-TABLE
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO STUDENT-ID
           START STUDENT KEY IS NOT LESS THAN STUDENT-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT NEXT INTO WS-STUDENT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM CHECK-STUDENT-SECTION
               END-READ
           END-PERFORM
           PERFORM VARYING WS-USAGE-IDX FROM 1 BY 1
               UNTIL WS-USAGE-IDX > WS-SECTION-COUNT
               IF WS-SECTION-STUDENTS (WS-USAGE-IDX) = ZERO
                   MOVE WS-SECTION-CODE (WS-USAGE-IDX) TO WS-EXC-KEY
                   MOVE WS-SECTION-TEACHER (WS-USAGE-IDX)
                       TO WS-EXC-DETAIL
                   MOVE "SECTION HAS NO STUDENTS" TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-PERFORM
           PERFORM END-PAIR-GROUP
           MOVE WS-PAIR-COUNT TO WS-SECTION-PAIR-COUNT.

       CHECK-STUDENT-SECTION.
           IF WS-STUDENT-SECTION-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-USAGE-FOUND
           PERFORM VARYING WS-USAGE-IDX FROM 1 BY 1
               UNTIL WS-USAGE-IDX > WS-SECTION-COUNT
               OR WS-USAGE-FOUND = 'Y'
               IF WS-SECTION-CODE (WS-USAGE-IDX)
                   = WS-STUDENT-SECTION-CODE
                   MOVE 'Y' TO WS-USAGE-FOUND
                   ADD 1 TO WS-SECTION-STUDENTS (WS-USAGE-IDX)
               END-IF
           END-PERFORM
           IF WS-USAGE-FOUND = 'N'
               MOVE WS-STUDENT-ID TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-DETAIL
               STRING WS-STUDENT-NAME " SECTION "
                   WS-STUDENT-SECTION-CODE DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               END-STRING
               MOVE "SECTION NOT ON REFERENCE" TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      ******************************************************************
      * FILE.TXT / SUBJCAT.TXT - unknown or inactive subject codes.
      ******************************************************************
       CHECK-SUBJECT-PAIR.
           MOVE "FILE.TXT / SUBJCAT.TXT" TO WS-PHD-PAIR
           PERFORM START-PAIR-GROUP
           IF WS-CATALOG-LOADED = 'N'
               MOVE "SUBJCAT.TXT" TO WS-SKIP-TEXT
               MOVE WS-CATALOG-STATUS TO WS-SKIP-STATUS
               PERFORM WRITE-SKIP-LINE
               PERFORM END-PAIR-GROUP
               MOVE WS-PAIR-COUNT TO WS-SUBJECT-PAIR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO STUDENT-ID
           START STUDENT KEY IS NOT LESS THAN STUDENT-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT NEXT INTO WS-STUDENT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM CHECK-STUDENT-SUBJECTS
               END-READ
           END-PERFORM
           PERFORM END-PAIR-GROUP
           MOVE WS-PAIR-COUNT TO WS-SUBJECT-PAIR-COUNT.

       CHECK-STUDENT-SUBJECTS.
           IF WS-STUDENT-SUBJECT-COUNT NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUBJECT-IDX FROM 1 BY 1
               UNTIL WS-SUBJECT-IDX > WS-STUDENT-SUBJECT-COUNT
               OR WS-SUBJECT-IDX > 5
               IF WS-SUBJECT-CODE (WS-SUBJECT-IDX) NOT = SPACES
                   MOVE WS-SUBJECT-CODE (WS-SUBJECT-IDX)
                       TO WS-LOOKUP-SUBJECT-CODE
                   PERFORM FIND-SUBJECT-ENTRY
                   MOVE SPACES TO WS-EXC-REASON
                   IF WS-SUBJECT-ON-CATALOG = 'N'
                       MOVE "SUBJECT CODE NOT ON CATALOG"
                           TO WS-EXC-REASON
                   ELSE
                       IF WS-SUBJECT-ACTIVE = 'N'
                           MOVE "SUBJECT CODE INACTIVE ON CATALOG"
                               TO WS-EXC-REASON
                       END-IF
                   END-IF
                   IF WS-EXC-REASON NOT = SPACES
                       MOVE WS-STUDENT-ID TO WS-EXC-KEY
                       MOVE SPACES TO WS-EXC-DETAIL
                       STRING WS-STUDENT-NAME " SUBJECT "
                           WS-SUBJECT-CODE (WS-SUBJECT-IDX)
                           DELIMITED BY SIZE INTO WS-EXC-DETAIL
                       END-STRING
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * STUDHIST.TXT / FILE.TXT - snapshots for departed students.
      ******************************************************************
       CHECK-HISTORY-PAIR.
           MOVE "STUDHIST.TXT / FILE.TXT" TO WS-PHD-PAIR
           PERFORM START-PAIR-GROUP
           OPEN INPUT TERM-HISTORY
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE "STUDHIST.TXT" TO WS-SKIP-TEXT
               MOVE WS-HISTORY-STATUS TO WS-SKIP-STATUS
               PERFORM WRITE-SKIP-LINE
               PERFORM END-PAIR-GROUP
               MOVE WS-PAIR-COUNT TO WS-HISTORY-PAIR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TERM-HISTORY
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM CHECK-HISTORY-STUDENT
               END-READ
           END-PERFORM
           CLOSE TERM-HISTORY
           PERFORM END-PAIR-GROUP
           MOVE WS-PAIR-COUNT TO WS-HISTORY-PAIR-COUNT.

       CHECK-HISTORY-STUDENT.
           ADD 1 TO WS-HISTORY-READ
           MOVE HIST-STUDENT-ID TO STUDENT-ID
           READ STUDENT
               INVALID KEY
                   MOVE HIST-STUDENT-ID TO WS-EXC-KEY
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING HIST-STUDENT-NAME " TERM " HIST-TERM-CODE
                       DELIMITED BY SIZE INTO WS-EXC-DETAIL
                   END-STRING
                   MOVE "HISTORY FOR STUDENT NOT ON FILE"
                       TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION-LINE
           END-READ.

      ******************************************************************
      * OPENPO.DAT / INVMASTER.DAT - open orders for unknown items.
      ******************************************************************
       CHECK-PURCHASE-ORDER-PAIR.
           MOVE "OPENPO.DAT / INVMASTER.DAT" TO WS-PHD-PAIR
           PERFORM START-PAIR-GROUP
           OPEN INPUT OPEN-PO-FILE
           IF WS-OPEN-PO-STATUS NOT = "00"
               MOVE "OPENPO.DAT" TO WS-SKIP-TEXT
               MOVE WS-OPEN-PO-STATUS TO WS-SKIP-STATUS
               PERFORM WRITE-SKIP-LINE
               PERFORM END-PAIR-GROUP
               MOVE WS-PAIR-COUNT TO WS-PO-PAIR-COUNT
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ITEM-MASTER
           IF WS-ITEM-MASTER-STATUS NOT = "00"
               MOVE "INVMASTER.DAT" TO WS-SKIP-TEXT
               MOVE WS-ITEM-MASTER-STATUS TO WS-SKIP-STATUS
               PERFORM WRITE-SKIP-LINE
               CLOSE OPEN-PO-FILE
               PERFORM END-PAIR-GROUP
               MOVE WS-PAIR-COUNT TO WS-PO-PAIR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO PO-NUMBER
           START OPEN-PO-FILE KEY IS NOT LESS THAN PO-NUMBER
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ OPEN-PO-FILE NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM CHECK-PURCHASE-ORDER-ITEM
               END-READ
           END-PERFORM
           CLOSE ITEM-MASTER
           CLOSE OPEN-PO-FILE
           PERFORM END-PAIR-GROUP
           MOVE WS-PAIR-COUNT TO WS-PO-PAIR-COUNT.

       CHECK-PURCHASE-ORDER-ITEM.
           ADD 1 TO WS-PO-READ
           IF NOT PO-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE PO-ITEM-ID TO INV-ITEM-ID
           READ ITEM-MASTER
               INVALID KEY
                   MOVE PO-NUMBER TO WS-EXC-KEY
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING "ITEM " PO-ITEM-ID " " PO-VENDOR
                       DELIMITED BY SIZE INTO WS-EXC-DETAIL
                   END-STRING
                   MOVE "OPEN PO FOR ITEM NOT ON MASTER"
                       TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION-LINE
           END-READ.

      ******************************************************************
      * Report and control-file writing.
      ******************************************************************
       START-PAIR-GROUP.
           MOVE ZERO TO WS-PAIR-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PAIR-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE.

       END-PAIR-GROUP.
           MOVE WS-PAIR-COUNT TO WS-PTL-COUNT
           MOVE WS-PAIR-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-PAIR-COUNT
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-EXC-KEY TO WS-RPT-KEY
           MOVE WS-EXC-DETAIL TO WS-RPT-DETAIL
           MOVE WS-EXC-REASON TO WS-RPT-REASON
           MOVE WS-EXCEPTION-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-SKIP-LINE.
           ADD 1 TO WS-CHECKS-SKIPPED
           MOVE WS-SKIP-TEXT TO WS-SKL-FILE
           MOVE WS-SKIP-STATUS TO WS-SKL-STATUS
           MOVE WS-SKIP-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-SWEEP-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "===== SWEEP SUMMARY =====" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "STUDENT RECORDS READ               :" TO WS-TOT-CAPTION
           MOVE WS-STUDENTS-READ TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "DEMOGRAPHIC RECORDS READ           :" TO WS-TOT-CAPTION
           MOVE WS-DEMOS-READ TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "HISTORY RECORDS READ               :" TO WS-TOT-CAPTION
           MOVE WS-HISTORY-READ TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "PURCHASE ORDERS READ               :" TO WS-TOT-CAPTION
           MOVE WS-PO-READ TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "FILE.TXT / DEMOMASTER.DAT          :" TO WS-TOT-CAPTION
           MOVE WS-DEMO-PAIR-COUNT TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "FILE.TXT / SECTREF.TXT             :" TO WS-TOT-CAPTION
           MOVE WS-SECTION-PAIR-COUNT TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "FILE.TXT / SUBJCAT.TXT             :" TO WS-TOT-CAPTION
           MOVE WS-SUBJECT-PAIR-COUNT TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "STUDHIST.TXT / FILE.TXT            :" TO WS-TOT-CAPTION
           MOVE WS-HISTORY-PAIR-COUNT TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "OPENPO.DAT / INVMASTER.DAT         :" TO WS-TOT-CAPTION
           MOVE WS-PO-PAIR-COUNT TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "TOTAL EXCEPTIONS                   :" TO WS-TOT-CAPTION
           MOVE WS-EXCEPTION-COUNT TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "CHECKS NOT RUN                     :" TO WS-TOT-CAPTION
           MOVE WS-CHECKS-SKIPPED TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE "RETURN CONDITION 4 - UNMATCHED RECORDS FOUND"
                   TO REPORT-LINE
           ELSE
               MOVE "RETURN CONDITION 0 - FILES AGREE" TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-INTEGRITY-CONTROL.
           OPEN OUTPUT INTEGRITY-CONTROL
           IF WS-INTEGRITY-CTL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN INTEGRITY-CONTROL, STATUS="
                   WS-INTEGRITY-CTL-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO INTEGRITY-CONTROL-RECORD
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 'E' TO ITG-RESULT
           ELSE
               MOVE 'C' TO ITG-RESULT
           END-IF
           MOVE WS-RUN-DATE TO ITG-RUN-DATE
           MOVE WS-RUN-TIME TO ITG-RUN-TIME
           MOVE WS-EXCEPTION-COUNT TO ITG-EXCEPTION-COUNT
           MOVE WS-DEMO-PAIR-COUNT TO ITG-DEMO-PAIR-COUNT
           MOVE WS-SECTION-PAIR-COUNT TO ITG-SECTION-PAIR-COUNT
           MOVE WS-SUBJECT-PAIR-COUNT TO ITG-SUBJECT-PAIR-COUNT
           MOVE WS-HISTORY-PAIR-COUNT TO ITG-HISTORY-PAIR-COUNT
           MOVE WS-PO-PAIR-COUNT TO ITG-PO-PAIR-COUNT
           MOVE WS-CHECKS-SKIPPED TO ITG-CHECKS-SKIPPED
           MOVE RETURN-CODE TO ITG-RETURN-CODE
           WRITE INTEGRITY-CONTROL-RECORD
           CLOSE INTEGRITY-CONTROL.

       COPY SECTIONP.CPY.

       COPY CATALOGP.CPY.

       COPY LOCKP.CPY.

       END PROGRAM INTEGRITY-SWEEP.
