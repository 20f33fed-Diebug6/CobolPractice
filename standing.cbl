      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cumulative academic standing run. Sorts every term on
      *          the term-history file (studhist.txt) by STUDENT-ID and
      *          term code and, for each student, computes the
      *          cumulative credit-weighted grade average across all
      *          terms under the GPAP.CPY rules (incomplete, exempt and
      *          withdrawn subjects carry no weight; a term with no
      *          weighted subject counts at its overall mark) together
      *          with the run of consecutive terms, ending with the
      *          latest, whose term average fell below the
      *          STANDING-GPA-LINE on runparm.txt (default the site
      *          PASS-MARK). The standing assigned is suspension review
      *          after SUSPEND-REVIEW-TERMS such terms in a row
      *          (default 3), probation after PROBATION-TERMS (default
      *          2), warning after WARNING-TERMS (default 1) or when
      *          the cumulative average is itself below the line, and
      *          good otherwise. A term snapshotted twice counts once,
      *          at its later snapshot. Students whose latest term
      *          shows them withdrawn or graduated are not assessed.
      *          Each standing is kept on the standing master
      *          (standing.dat); every standing that differs from the
      *          previous run's is written to the standing-change file
      *          (stndchg.txt) for the AT-RISK-LETTERS run, and the
      *          standing register (standreg.txt) lists every student
      *          assessed by section, with the section teacher, the
      *          previous standing where it changed, and per-section
      *          and overall standing counts.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACADEMIC-STANDING.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT TERM-HISTORY ASSIGN TO "../studhist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

               SELECT STANDING-MASTER ASSIGN TO "../standing.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STD-STUDENT-ID
               FILE STATUS IS WS-STANDING-STATUS.

               SELECT STANDING-CHANGES ASSIGN TO "../stndchg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.

               SELECT STANDING-REGISTER ASSIGN TO "../standreg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

               SELECT SUBJECT-CATALOG ASSIGN TO "../subjcat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

               SELECT SECTION-REFERENCE ASSIGN TO "../sectref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-STATUS.

               SELECT RUN-PARM-FILE ASSIGN TO "../runparm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

               SELECT HISTORY-SORT-WORK ASSIGN TO "../stndsort.tmp".

               SELECT REGISTER-SORT-WORK ASSIGN TO "../stndreg.tmp".

       DATA DIVISION.
           FILE SECTION.
           FD TERM-HISTORY.
           01 TERM-HISTORY-RECORD.
               COPY HISTREC.CPY.

           FD STANDING-MASTER.
           01 STANDING-RECORD.
               COPY STANDREC.CPY.

           FD STANDING-CHANGES.
           01 STANDING-CHANGE-RECORD.
               COPY STANDCHG.CPY.

           FD STANDING-REGISTER.
           01 REGISTER-LINE PIC X(90).

           FD SUBJECT-CATALOG.
           01 SUBJECT-CATALOG-RECORD.
               COPY SUBJCAT.CPY.

           FD SECTION-REFERENCE.
           01 SECTION-REFERENCE-RECORD.
               COPY SECTREF.CPY.

           FD RUN-PARM-FILE.
           01 RUN-PARM-LINE PIC X(40).

           SD HISTORY-SORT-WORK.
           01 HISTORY-SORT-RECORD.
               05 HSW-STUDENT-ID PIC 9(5).
               05 HSW-TERM-CODE PIC X(6).
               05 HSW-LINE-NUMBER PIC 9(7).
               05 HSW-NAME PIC A(6).
               05 HSW-SECTION-CODE PIC X(4).
               05 HSW-STATUS-CODE PIC X(1).
               05 HSW-MARK PIC 9(3).
               05 HSW-WEIGHTED-TOTAL PIC 9(8).
               05 HSW-CREDIT-TOTAL PIC 9(4).
               05 HSW-TERM-GPA PIC 9(3)V9(2).

           SD REGISTER-SORT-WORK.
           01 REGISTER-SORT-RECORD.
               05 RSW-SECTION-CODE PIC X(4).
               05 RSW-STUDENT-ID PIC 9(5).
               05 RSW-NAME PIC A(6).
               05 RSW-STANDING PIC X(1).
               05 RSW-PREVIOUS-STANDING PIC X(1).
               05 RSW-CHANGED PIC A(1).
               05 RSW-CUM-GPA PIC 9(3)V9(2).
               05 RSW-LAST-TERM-GPA PIC 9(3)V9(2).
               05 RSW-TERM-COUNT PIC 9(3).
               05 RSW-LOW-TERM-RUN PIC 9(3).

           WORKING-STORAGE SECTION.
           01 WS-STUDENT.
               COPY WSSTUD.CPY.

           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-STANDING-STATUS PIC X(2).
           01 WS-CHANGE-STATUS PIC X(2).
           01 WS-REGISTER-STATUS PIC X(2).
           01 WS-CATALOG-STATUS PIC X(2).
           01 WS-SECTION-STATUS PIC X(2).
           01 WS-RUN-PARM-STATUS PIC X(2).

           COPY WSCAT.CPY.

           COPY WSSECT.CPY.

           COPY WSPARM.CPY.

           01 WS-STUDENT-GPA PIC 9(3)V9(2) VALUE ZERO.
           01 WS-WEIGHTED-TOTAL PIC 9(8) VALUE ZERO.
           01 WS-CREDIT-TOTAL PIC 9(4) VALUE ZERO.

           01 WS-HISTORY-EOF PIC A(1).
           01 WS-SORT-EOF PIC A(1).
           01 WS-MASTER-EOF PIC A(1).
           01 WS-LINE-NUMBER PIC 9(7) VALUE ZERO.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-STAMP PIC X(14).

           01 WS-GPA-LINE PIC 9(3) VALUE 60.
           01 WS-PASS-MARK PIC 9(3) VALUE 60.
           01 WS-WARNING-TERMS PIC 9(2) VALUE 1.
           01 WS-PROBATION-TERMS PIC 9(2) VALUE 2.
           01 WS-SUSPEND-TERMS PIC 9(2) VALUE 3.

           01 WS-TERM-HELD PIC A(1) VALUE 'N'.
           01 WS-HELD-TERM.
               05 WS-HELD-STUDENT-ID PIC 9(5).
               05 WS-HELD-TERM-CODE PIC X(6).
               05 WS-HELD-NAME PIC A(6).
               05 WS-HELD-SECTION-CODE PIC X(4).
               05 WS-HELD-STATUS-CODE PIC X(1).
               05 WS-HELD-MARK PIC 9(3).
               05 WS-HELD-WEIGHTED-TOTAL PIC 9(8).
               05 WS-HELD-CREDIT-TOTAL PIC 9(4).
               05 WS-HELD-TERM-GPA PIC 9(3)V9(2).

           01 WS-CUMULATIVE.
               05 WS-CUM-WEIGHTED-TOTAL PIC 9(9) VALUE ZERO.
               05 WS-CUM-CREDIT-TOTAL PIC 9(6) VALUE ZERO.
               05 WS-CUM-MARK-TOTAL PIC 9(7) VALUE ZERO.
               05 WS-CUM-MARK-TERMS PIC 9(3) VALUE ZERO.
               05 WS-CUM-TERM-COUNT PIC 9(3) VALUE ZERO.
               05 WS-CUM-LOW-TERM-RUN PIC 9(3) VALUE ZERO.
               05 WS-CUM-GPA PIC 9(3)V9(2) VALUE ZERO.
               05 WS-LAST-TERM-CODE PIC X(6).
               05 WS-LAST-TERM-GPA PIC 9(3)V9(2).
               05 WS-LAST-NAME PIC A(6).
               05 WS-LAST-SECTION-CODE PIC X(4).
               05 WS-LAST-STATUS-CODE PIC X(1).

           01 WS-NEW-STANDING PIC X(1).
           01 WS-PREVIOUS-STANDING PIC X(1).
           01 WS-STANDING-FOUND PIC A(1).

           01 WS-COUNTERS.
               05 WS-HISTORY-COUNT PIC 9(7) VALUE ZERO.
               05 WS-DUPLICATE-TERM-COUNT PIC 9(5) VALUE ZERO.
               05 WS-ASSESSED-COUNT PIC 9(5) VALUE ZERO.
               05 WS-NOT-ASSESSED-COUNT PIC 9(5) VALUE ZERO.
               05 WS-CHANGE-COUNT PIC 9(5) VALUE ZERO.
               05 WS-GOOD-COUNT PIC 9(5) VALUE ZERO.
               05 WS-WARNING-COUNT PIC 9(5) VALUE ZERO.
               05 WS-PROBATION-COUNT PIC 9(5) VALUE ZERO.
               05 WS-SUSPEND-COUNT PIC 9(5) VALUE ZERO.

           01 WS-SECTION-COUNTERS.
               05 WS-SEC-GOOD-COUNT PIC 9(5) VALUE ZERO.
               05 WS-SEC-WARNING-COUNT PIC 9(5) VALUE ZERO.
               05 WS-SEC-PROBATION-COUNT PIC 9(5) VALUE ZERO.
               05 WS-SEC-SUSPEND-COUNT PIC 9(5) VALUE ZERO.

           01 WS-CURRENT-SECTION PIC X(4) VALUE SPACES.
           01 WS-SECTION-SEEN PIC A(1) VALUE 'N'.

           01 WS-STANDING-CODE PIC X(1).
           01 WS-STANDING-TEXT PIC X(17).

           01 WS-REPORT-HEADING-1.
               05 FILLER PIC X(36)
                   VALUE "===== ACADEMIC STANDING REGISTER ===".
               05 FILLER PIC X(10) VALUE " RUN DATE ".
               05 WS-HDG-RUN-DATE PIC 9(8).
           01 WS-REPORT-HEADING-2.
               05 FILLER PIC X(10) VALUE "GPA LINE ".
               05 WS-HDG-GPA-LINE PIC ZZ9.
               05 FILLER PIC X(20) VALUE "   TERMS BELOW FOR: ".
               05 FILLER PIC X(8) VALUE "WARNING ".
               05 WS-HDG-WARNING-TERMS PIC Z9.
               05 FILLER PIC X(12) VALUE "  PROBATION ".
               05 WS-HDG-PROBATION-TERMS PIC Z9.
               05 FILLER PIC X(20) VALUE "  SUSPENSION REVIEW ".
               05 WS-HDG-SUSPEND-TERMS PIC Z9.

           01 WS-SECTION-HEADING.
               05 FILLER PIC X(14) VALUE "-- SECTION ".
               05 WS-HDG-SECTION PIC X(4).
               05 FILLER PIC X(10) VALUE "  TEACHER ".
               05 WS-HDG-TEACHER PIC X(20).
               05 FILLER PIC X(3) VALUE " --".
           01 WS-COLUMN-HEADING.
               05 FILLER PIC X(7) VALUE "ID".
               05 FILLER PIC X(8) VALUE "NAME".
               05 FILLER PIC X(7) VALUE "TERMS".
               05 FILLER PIC X(9) VALUE "CUM GPA".
               05 FILLER PIC X(9) VALUE "LAST GPA".
               05 FILLER PIC X(6) VALUE "LOW".
               05 FILLER PIC X(19) VALUE "STANDING".
               05 FILLER PIC X(19) VALUE "CHANGED FROM".

           01 WS-REGISTER-DETAIL.
               05 WS-RPT-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-NAME PIC A(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-TERMS PIC ZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-RPT-CUM-GPA PIC ZZ9.99.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-RPT-LAST-GPA PIC ZZ9.99.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-RPT-LOW-RUN PIC ZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-RPT-STANDING PIC X(17).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-PREVIOUS PIC X(17).

           01 WS-STANDING-TOTAL-LINE.
               05 FILLER PIC X(8) VALUE "  GOOD ".
               05 WS-TOT-GOOD PIC ZZZZ9.
               05 FILLER PIC X(11) VALUE "  WARNING ".
               05 WS-TOT-WARNING PIC ZZZZ9.
               05 FILLER PIC X(13) VALUE "  PROBATION ".
               05 WS-TOT-PROBATION PIC ZZZZ9.
               05 FILLER PIC X(21) VALUE "  SUSPENSION REVIEW ".
               05 WS-TOT-SUSPEND PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-STAMP.
           PERFORM READ-RUN-PARAMETERS.
           PERFORM LOAD-SUBJECT-CATALOG.
           PERFORM LOAD-SECTION-TABLE.
           OPEN INPUT TERM-HISTORY.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TERM-HISTORY, STATUS="
                   WS-HISTORY-STATUS
               STOP RUN
           END-IF.
           OPEN I-O STANDING-MASTER.
           IF WS-STANDING-STATUS = "35"
               DISPLAY "NO STANDING MASTER ON FILE - BUILDING A NEW ONE"
               OPEN OUTPUT STANDING-MASTER
               CLOSE STANDING-MASTER
               OPEN I-O STANDING-MASTER
           END-IF.
           IF WS-STANDING-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STANDING-MASTER, STATUS="
                   WS-STANDING-STATUS
               CLOSE TERM-HISTORY
               STOP RUN
           END-IF.
           OPEN OUTPUT STANDING-CHANGES.
           IF WS-CHANGE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STANDING-CHANGES, STATUS="
                   WS-CHANGE-STATUS
               CLOSE STANDING-MASTER
               CLOSE TERM-HISTORY
               STOP RUN
           END-IF.
           OPEN OUTPUT STANDING-REGISTER.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STANDING-REGISTER, STATUS="
                   WS-REGISTER-STATUS
               CLOSE STANDING-CHANGES
               CLOSE STANDING-MASTER
               CLOSE TERM-HISTORY
               STOP RUN
           END-IF.
           SORT HISTORY-SORT-WORK
               ON ASCENDING KEY HSW-STUDENT-ID
               ON ASCENDING KEY HSW-TERM-CODE
               ON ASCENDING KEY HSW-LINE-NUMBER
               INPUT PROCEDURE IS RELEASE-HISTORY-TERMS
               OUTPUT PROCEDURE IS ASSESS-STUDENT-STANDINGS.
           CLOSE TERM-HISTORY.
           CLOSE STANDING-CHANGES.
           PERFORM WRITE-REGISTER-HEADINGS.
           SORT REGISTER-SORT-WORK
               ON ASCENDING KEY RSW-SECTION-CODE
               ON ASCENDING KEY RSW-STUDENT-ID
               INPUT PROCEDURE IS RELEASE-ASSESSED-STANDINGS
               OUTPUT PROCEDURE IS PRINT-STANDING-REGISTER.
           CLOSE STANDING-REGISTER.
           CLOSE STANDING-MASTER.
           DISPLAY "STANDING RUN COMPLETE - ASSESSED: "
               WS-ASSESSED-COUNT " CHANGED: " WS-CHANGE-COUNT
               " NOT ASSESSED: " WS-NOT-ASSESSED-COUNT.
           DISPLAY "GOOD: " WS-GOOD-COUNT " WARNING: " WS-WARNING-COUNT
               " PROBATION: " WS-PROBATION-COUNT
               " SUSPENSION REVIEW: " WS-SUSPEND-COUNT.
           STOP RUN.

       READ-RUN-PARAMETERS.
           PERFORM LOAD-RUN-PARAMETERS.
           MOVE "PASS-MARK" TO WS-LOOKUP-PARM-KEY.
           MOVE 60 TO WS-PARM-DEFAULT-VALUE.
           PERFORM GET-NUMERIC-PARAMETER.
           MOVE WS-PARM-NUMERIC-VALUE TO WS-PASS-MARK.
           MOVE "STANDING-GPA-LINE" TO WS-LOOKUP-PARM-KEY.
           MOVE WS-PASS-MARK TO WS-PARM-DEFAULT-VALUE.
           PERFORM GET-NUMERIC-PARAMETER.
           MOVE WS-PARM-NUMERIC-VALUE TO WS-GPA-LINE.
           MOVE "WARNING-TERMS" TO WS-LOOKUP-PARM-KEY.
           MOVE 1 TO WS-PARM-DEFAULT-VALUE.
           PERFORM GET-NUMERIC-PARAMETER.
           MOVE WS-PARM-NUMERIC-VALUE TO WS-WARNING-TERMS.
           MOVE "PROBATION-TERMS" TO WS-LOOKUP-PARM-KEY.
           MOVE 2 TO WS-PARM-DEFAULT-VALUE.
           PERFORM GET-NUMERIC-PARAMETER.
           MOVE WS-PARM-NUMERIC-VALUE TO WS-PROBATION-TERMS.
           MOVE "SUSPEND-REVIEW-TERMS" TO WS-LOOKUP-PARM-KEY.
           MOVE 3 TO WS-PARM-DEFAULT-VALUE.
           PERFORM GET-NUMERIC-PARAMETER.
           MOVE WS-PARM-NUMERIC-VALUE TO WS-SUSPEND-TERMS.
           IF WS-WARNING-TERMS = ZERO
               MOVE 1 TO WS-WARNING-TERMS
           END-IF.
           IF WS-PROBATION-TERMS < WS-WARNING-TERMS
               MOVE WS-WARNING-TERMS TO WS-PROBATION-TERMS
           END-IF.
           IF WS-SUSPEND-TERMS < WS-PROBATION-TERMS
               MOVE WS-PROBATION-TERMS TO WS-SUSPEND-TERMS
           END-IF.
           DISPLAY "RUN PARAMETERS USED: STANDING-GPA-LINE="
               WS-GPA-LINE " WARNING-TERMS=" WS-WARNING-TERMS
               " PROBATION-TERMS=" WS-PROBATION-TERMS
               " SUSPEND-REVIEW-TERMS=" WS-SUSPEND-TERMS.

       RELEASE-HISTORY-TERMS.
           MOVE 'N' TO WS-HISTORY-EOF
           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
               READ TERM-HISTORY
                   AT END MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END PERFORM RELEASE-ONE-HISTORY-TERM
               END-READ
           END-PERFORM.

       RELEASE-ONE-HISTORY-TERM.
           ADD 1 TO WS-HISTORY-COUNT
           ADD 1 TO WS-LINE-NUMBER
           MOVE SPACES TO WS-STUDENT
           MOVE HIST-STUDENT-MARK TO WS-STUDENT-MARK
           IF HIST-SUBJECT-COUNT NUMERIC
               MOVE HIST-SUBJECT-COUNT TO WS-STUDENT-SUBJECT-COUNT
           ELSE
               MOVE ZERO TO WS-STUDENT-SUBJECT-COUNT
           END-IF
           PERFORM VARYING HIST-SUBJECT-IDX FROM 1 BY 1
               UNTIL HIST-SUBJECT-IDX > 5
               SET WS-SUBJECT-IDX TO HIST-SUBJECT-IDX
               SET HIST-STATUS-IDX TO HIST-SUBJECT-IDX
               MOVE HIST-SUBJECT-CODE (HIST-SUBJECT-IDX)
                   TO WS-SUBJECT-CODE (WS-SUBJECT-IDX)
               MOVE HIST-SUBJECT-SCORE (HIST-SUBJECT-IDX)
                   TO WS-SUBJECT-SCORE (WS-SUBJECT-IDX)
               MOVE HIST-SUBJECT-STATUS (HIST-STATUS-IDX)
                   TO WS-SUBJECT-STATUS (WS-SUBJECT-IDX)
           END-PERFORM
           PERFORM COMPUTE-WEIGHTED-GPA
           MOVE HIST-STUDENT-ID TO HSW-STUDENT-ID
           MOVE HIST-TERM-CODE TO HSW-TERM-CODE
           MOVE WS-LINE-NUMBER TO HSW-LINE-NUMBER
           MOVE HIST-STUDENT-NAME TO HSW-NAME
           MOVE HIST-SECTION-CODE TO HSW-SECTION-CODE
           MOVE HIST-STATUS-CODE TO HSW-STATUS-CODE
           MOVE HIST-STUDENT-MARK TO HSW-MARK
           MOVE WS-WEIGHTED-TOTAL TO HSW-WEIGHTED-TOTAL
           MOVE WS-CREDIT-TOTAL TO HSW-CREDIT-TOTAL
           MOVE WS-STUDENT-GPA TO HSW-TERM-GPA
           RELEASE HISTORY-SORT-RECORD.

       ASSESS-STUDENT-STANDINGS.
           MOVE 'N' TO WS-SORT-EOF
           MOVE 'N' TO WS-TERM-HELD
           PERFORM RESET-CUMULATIVE-TOTALS
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN HISTORY-SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                       IF WS-TERM-HELD = 'Y'
                           PERFORM FOLD-HELD-TERM
                           PERFORM FINISH-STUDENT-STANDING
                       END-IF
                   NOT AT END
                       PERFORM COLLECT-ONE-TERM
               END-RETURN
           END-PERFORM.

       COLLECT-ONE-TERM.
           IF WS-TERM-HELD = 'Y'
               IF HSW-STUDENT-ID = WS-HELD-STUDENT-ID
                   AND HSW-TERM-CODE = WS-HELD-TERM-CODE
                   ADD 1 TO WS-DUPLICATE-TERM-COUNT
               ELSE
                   PERFORM FOLD-HELD-TERM
                   IF HSW-STUDENT-ID NOT = WS-HELD-STUDENT-ID
                       PERFORM FINISH-STUDENT-STANDING
                   END-IF
               END-IF
           END-IF
           MOVE 'Y' TO WS-TERM-HELD
           MOVE HSW-STUDENT-ID TO WS-HELD-STUDENT-ID
           MOVE HSW-TERM-CODE TO WS-HELD-TERM-CODE
           MOVE HSW-NAME TO WS-HELD-NAME
           MOVE HSW-SECTION-CODE TO WS-HELD-SECTION-CODE
           MOVE HSW-STATUS-CODE TO WS-HELD-STATUS-CODE
           MOVE HSW-MARK TO WS-HELD-MARK
           MOVE HSW-WEIGHTED-TOTAL TO WS-HELD-WEIGHTED-TOTAL
           MOVE HSW-CREDIT-TOTAL TO WS-HELD-CREDIT-TOTAL
           MOVE HSW-TERM-GPA TO WS-HELD-TERM-GPA.

       FOLD-HELD-TERM.
           ADD 1 TO WS-CUM-TERM-COUNT
           IF WS-HELD-CREDIT-TOTAL > ZERO
               ADD WS-HELD-WEIGHTED-TOTAL TO WS-CUM-WEIGHTED-TOTAL
               ADD WS-HELD-CREDIT-TOTAL TO WS-CUM-CREDIT-TOTAL
           ELSE
               ADD WS-HELD-MARK TO WS-CUM-MARK-TOTAL
               ADD 1 TO WS-CUM-MARK-TERMS
           END-IF
           IF WS-HELD-TERM-GPA < WS-GPA-LINE
               ADD 1 TO WS-CUM-LOW-TERM-RUN
           ELSE
               MOVE ZERO TO WS-CUM-LOW-TERM-RUN
           END-IF
           MOVE WS-HELD-TERM-CODE TO WS-LAST-TERM-CODE
           MOVE WS-HELD-TERM-GPA TO WS-LAST-TERM-GPA
           MOVE WS-HELD-NAME TO WS-LAST-NAME
           MOVE WS-HELD-SECTION-CODE TO WS-LAST-SECTION-CODE
           MOVE WS-HELD-STATUS-CODE TO WS-LAST-STATUS-CODE
           MOVE 'N' TO WS-TERM-HELD.

       FINISH-STUDENT-STANDING.
           IF WS-LAST-STATUS-CODE = 'W' OR WS-LAST-STATUS-CODE = 'G'
               ADD 1 TO WS-NOT-ASSESSED-COUNT
               PERFORM RESET-CUMULATIVE-TOTALS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ASSESSED-COUNT
           EVALUATE TRUE
               WHEN WS-CUM-CREDIT-TOTAL > ZERO
                   AND WS-CUM-MARK-TERMS > ZERO
                   COMPUTE WS-CUM-GPA ROUNDED =
                       (WS-CUM-WEIGHTED-TOTAL + WS-CUM-MARK-TOTAL)
                       / (WS-CUM-CREDIT-TOTAL + WS-CUM-MARK-TERMS)
               WHEN WS-CUM-CREDIT-TOTAL > ZERO
                   COMPUTE WS-CUM-GPA ROUNDED =
                       WS-CUM-WEIGHTED-TOTAL / WS-CUM-CREDIT-TOTAL
               WHEN WS-CUM-MARK-TERMS > ZERO
                   COMPUTE WS-CUM-GPA ROUNDED =
                       WS-CUM-MARK-TOTAL / WS-CUM-MARK-TERMS
               WHEN OTHER
                   MOVE ZERO TO WS-CUM-GPA
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-CUM-LOW-TERM-RUN >= WS-SUSPEND-TERMS
                   MOVE 'S' TO WS-NEW-STANDING
                   ADD 1 TO WS-SUSPEND-COUNT
               WHEN WS-CUM-LOW-TERM-RUN >= WS-PROBATION-TERMS
                   MOVE 'P' TO WS-NEW-STANDING
                   ADD 1 TO WS-PROBATION-COUNT
               WHEN WS-CUM-LOW-TERM-RUN >= WS-WARNING-TERMS
                   OR WS-CUM-GPA < WS-GPA-LINE
                   MOVE 'W' TO WS-NEW-STANDING
                   ADD 1 TO WS-WARNING-COUNT
               WHEN OTHER
                   MOVE 'G' TO WS-NEW-STANDING
                   ADD 1 TO WS-GOOD-COUNT
           END-EVALUATE
           PERFORM UPDATE-STANDING-MASTER
           PERFORM RESET-CUMULATIVE-TOTALS.

       UPDATE-STANDING-MASTER.
           MOVE WS-HELD-STUDENT-ID TO STD-STUDENT-ID
           READ STANDING-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-STANDING-FOUND
                   MOVE SPACE TO WS-PREVIOUS-STANDING
                   MOVE SPACE TO STD-PREVIOUS-STANDING
                   MOVE ZERO TO STD-CHANGED-DATE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-STANDING-FOUND
                   MOVE STD-STANDING TO WS-PREVIOUS-STANDING
           END-READ
           MOVE WS-LAST-NAME TO STD-STUDENT-NAME
           MOVE WS-LAST-SECTION-CODE TO STD-SECTION-CODE
           MOVE WS-NEW-STANDING TO STD-STANDING
           MOVE WS-CUM-GPA TO STD-CUM-GPA
           MOVE WS-LAST-TERM-GPA TO STD-LAST-TERM-GPA
           MOVE WS-CUM-TERM-COUNT TO STD-TERM-COUNT
           MOVE WS-CUM-LOW-TERM-RUN TO STD-LOW-TERM-RUN
           MOVE WS-LAST-TERM-CODE TO STD-LAST-TERM-CODE
           MOVE WS-RUN-STAMP TO STD-RUN-STAMP
           IF WS-PREVIOUS-STANDING NOT = WS-NEW-STANDING
               MOVE WS-PREVIOUS-STANDING TO STD-PREVIOUS-STANDING
               MOVE WS-RUN-DATE TO STD-CHANGED-DATE
               IF WS-PREVIOUS-STANDING NOT = SPACE
                   OR WS-NEW-STANDING NOT = 'G'
                   PERFORM WRITE-STANDING-CHANGE
               END-IF
           END-IF
           IF WS-STANDING-FOUND = 'Y'
               REWRITE STANDING-RECORD
           ELSE
               WRITE STANDING-RECORD
           END-IF
           IF WS-STANDING-STATUS NOT = "00"
               DISPLAY "STANDING MASTER UPDATE FAILED FOR STUDENT-ID "
                   STD-STUDENT-ID ", STATUS=" WS-STANDING-STATUS
           END-IF.

       WRITE-STANDING-CHANGE.
           ADD 1 TO WS-CHANGE-COUNT
           MOVE STD-STUDENT-ID TO SCH-STUDENT-ID
           MOVE WS-PREVIOUS-STANDING TO SCH-PREVIOUS-STANDING
           MOVE WS-NEW-STANDING TO SCH-NEW-STANDING
           MOVE WS-CUM-GPA TO SCH-CUM-GPA
           MOVE WS-CUM-LOW-TERM-RUN TO SCH-LOW-TERM-RUN
           MOVE WS-CUM-TERM-COUNT TO SCH-TERM-COUNT
           MOVE WS-LAST-TERM-CODE TO SCH-LAST-TERM-CODE
           MOVE WS-RUN-DATE TO SCH-RUN-DATE
           WRITE STANDING-CHANGE-RECORD.

       RESET-CUMULATIVE-TOTALS.
           MOVE ZERO TO WS-CUM-WEIGHTED-TOTAL
           MOVE ZERO TO WS-CUM-CREDIT-TOTAL
           MOVE ZERO TO WS-CUM-MARK-TOTAL
           MOVE ZERO TO WS-CUM-MARK-TERMS
           MOVE ZERO TO WS-CUM-TERM-COUNT
           MOVE ZERO TO WS-CUM-LOW-TERM-RUN
           MOVE ZERO TO WS-CUM-GPA.

       RELEASE-ASSESSED-STANDINGS.
           MOVE 'N' TO WS-MASTER-EOF
           MOVE LOW-VALUES TO STD-STUDENT-ID
           START STANDING-MASTER KEY IS NOT LESS THAN STD-STUDENT-ID
               INVALID KEY MOVE 'Y' TO WS-MASTER-EOF
           END-START
           PERFORM UNTIL WS-MASTER-EOF = 'Y'
               READ STANDING-MASTER NEXT
                   AT END MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       IF STD-RUN-STAMP = WS-RUN-STAMP
                           PERFORM RELEASE-ONE-STANDING
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-ONE-STANDING.
           MOVE STD-SECTION-CODE TO RSW-SECTION-CODE
           MOVE STD-STUDENT-ID TO RSW-STUDENT-ID
           MOVE STD-STUDENT-NAME TO RSW-NAME
           MOVE STD-STANDING TO RSW-STANDING
           MOVE STD-PREVIOUS-STANDING TO RSW-PREVIOUS-STANDING
           IF STD-CHANGED-DATE = WS-RUN-DATE
               AND STD-PREVIOUS-STANDING NOT = SPACE
               MOVE 'Y' TO RSW-CHANGED
           ELSE
               MOVE 'N' TO RSW-CHANGED
           END-IF
           MOVE STD-CUM-GPA TO RSW-CUM-GPA
           MOVE STD-LAST-TERM-GPA TO RSW-LAST-TERM-GPA
           MOVE STD-TERM-COUNT TO RSW-TERM-COUNT
           MOVE STD-LOW-TERM-RUN TO RSW-LOW-TERM-RUN
           RELEASE REGISTER-SORT-RECORD.

       WRITE-REGISTER-HEADINGS.
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-REPORT-HEADING-1 TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-GPA-LINE TO WS-HDG-GPA-LINE
           MOVE WS-WARNING-TERMS TO WS-HDG-WARNING-TERMS
           MOVE WS-PROBATION-TERMS TO WS-HDG-PROBATION-TERMS
           MOVE WS-SUSPEND-TERMS TO WS-HDG-SUSPEND-TERMS
           MOVE WS-REPORT-HEADING-2 TO REGISTER-LINE
           WRITE REGISTER-LINE.

       PRINT-STANDING-REGISTER.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN REGISTER-SORT-WORK
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END PERFORM PRINT-ONE-STANDING
               END-RETURN
           END-PERFORM
           IF WS-SECTION-SEEN = 'Y'
               PERFORM WRITE-SECTION-TOTALS
           ELSE
               MOVE SPACES TO REGISTER-LINE
               WRITE REGISTER-LINE
               MOVE "NO STUDENTS ASSESSED" TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "===== ALL SECTIONS =====" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-GOOD-COUNT TO WS-TOT-GOOD
           MOVE WS-WARNING-COUNT TO WS-TOT-WARNING
           MOVE WS-PROBATION-COUNT TO WS-TOT-PROBATION
           MOVE WS-SUSPEND-COUNT TO WS-TOT-SUSPEND
           MOVE WS-STANDING-TOTAL-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "  STANDINGS CHANGED SINCE LAST RUN: " WS-CHANGE-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE.

       PRINT-ONE-STANDING.
           IF WS-SECTION-SEEN = 'N'
               OR RSW-SECTION-CODE NOT = WS-CURRENT-SECTION
               PERFORM START-SECTION-BLOCK
           END-IF
           EVALUATE RSW-STANDING
               WHEN 'G' ADD 1 TO WS-SEC-GOOD-COUNT
               WHEN 'W' ADD 1 TO WS-SEC-WARNING-COUNT
               WHEN 'P' ADD 1 TO WS-SEC-PROBATION-COUNT
               WHEN 'S' ADD 1 TO WS-SEC-SUSPEND-COUNT
           END-EVALUATE
           MOVE RSW-STUDENT-ID TO WS-RPT-ID
           MOVE RSW-NAME TO WS-RPT-NAME
           MOVE RSW-TERM-COUNT TO WS-RPT-TERMS
           MOVE RSW-CUM-GPA TO WS-RPT-CUM-GPA
           MOVE RSW-LAST-TERM-GPA TO WS-RPT-LAST-GPA
           MOVE RSW-LOW-TERM-RUN TO WS-RPT-LOW-RUN
           MOVE RSW-STANDING TO WS-STANDING-CODE
           PERFORM DESCRIBE-STANDING
           MOVE WS-STANDING-TEXT TO WS-RPT-STANDING
           IF RSW-CHANGED = 'Y'
               MOVE RSW-PREVIOUS-STANDING TO WS-STANDING-CODE
               PERFORM DESCRIBE-STANDING
               MOVE WS-STANDING-TEXT TO WS-RPT-PREVIOUS
           ELSE
               MOVE SPACES TO WS-RPT-PREVIOUS
           END-IF
           MOVE WS-REGISTER-DETAIL TO REGISTER-LINE
           WRITE REGISTER-LINE.

       DESCRIBE-STANDING.
           EVALUATE WS-STANDING-CODE
               WHEN 'G' MOVE "GOOD" TO WS-STANDING-TEXT
               WHEN 'W' MOVE "WARNING" TO WS-STANDING-TEXT
               WHEN 'P' MOVE "PROBATION" TO WS-STANDING-TEXT
               WHEN 'S' MOVE "SUSPENSION REVIEW" TO WS-STANDING-TEXT
               WHEN OTHER MOVE SPACES TO WS-STANDING-TEXT
           END-EVALUATE.

       START-SECTION-BLOCK.
           IF WS-SECTION-SEEN = 'Y'
               PERFORM WRITE-SECTION-TOTALS
           END-IF
           MOVE 'Y' TO WS-SECTION-SEEN
           MOVE RSW-SECTION-CODE TO WS-CURRENT-SECTION
           MOVE ZERO TO WS-SEC-GOOD-COUNT
           MOVE ZERO TO WS-SEC-WARNING-COUNT
           MOVE ZERO TO WS-SEC-PROBATION-COUNT
           MOVE ZERO TO WS-SEC-SUSPEND-COUNT
           MOVE WS-CURRENT-SECTION TO WS-LOOKUP-SECTION-CODE
           PERFORM FIND-SECTION-ENTRY
           MOVE WS-CURRENT-SECTION TO WS-HDG-SECTION
           MOVE WS-SECTION-TEACHER-NAME TO WS-HDG-TEACHER
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-SECTION-HEADING TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-COLUMN-HEADING TO REGISTER-LINE
           WRITE REGISTER-LINE.

       WRITE-SECTION-TOTALS.
           MOVE WS-SEC-GOOD-COUNT TO WS-TOT-GOOD
           MOVE WS-SEC-WARNING-COUNT TO WS-TOT-WARNING
           MOVE WS-SEC-PROBATION-COUNT TO WS-TOT-PROBATION
           MOVE WS-SEC-SUSPEND-COUNT TO WS-TOT-SUSPEND
           MOVE WS-STANDING-TOTAL-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE.

       COPY GPAP.CPY.

       COPY CATALOGP.CPY.

       COPY SECTIONP.CPY.

       COPY PARMP.CPY.

       END PROGRAM ACADEMIC-STANDING.
