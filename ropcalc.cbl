      ******************************************************************
      * Author:
      * Date:
      * Purpose: Demand-based reorder point recalculation for the
      *          inventory item master. Reads the issue history (I
      *          transactions on the inventory audit trail,
      *          invaudit.txt) over a usage window ending today
      *          (USAGE-WINDOW-DAYS in runparm.txt, 90 when absent)
      *          and works out each item's average and peak daily
      *          usage. The proposed reorder point covers average
      *          usage over INV-LEAD-TIME-DAYS plus safety stock of
      *          SAFETY-STOCK-PCT percent (default 50) of the gap
      *          between peak and average usage over the same lead
      *          time. Items are classed A/B/C by issue value at
      *          INV-UNIT-COST: A up to ABC-A-PCT (default 80) of the
      *          cumulative value, B up to ABC-B-PCT (default 95), the
      *          rest C. A proposed-versus-current review report
      *          (ropreview.txt) is printed and every changed reorder
      *          point is written to ropprop.txt (ROPPROP.CPY) for the
      *          operator to mark A (approve) or R (reject). Nothing
      *          on the master changes until the APPLY run (operator
      *          ID then APPLY on the command line), which applies
      *          only the approved lines and logs each change to the
      *          inventory audit trail as a P transaction. The APPLY
      *          run requires REORDER-RECALC authority on operauth.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDER-RECALC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT ITEM-MASTER ASSIGN TO "../invmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-ITEM-ID
               FILE STATUS IS WS-ITEM-MASTER-STATUS.

               SELECT INVENTORY-AUDIT ASSIGN TO "../invaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-AUDIT-STATUS.

               SELECT RUN-PARM-FILE ASSIGN TO "../runparm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

               SELECT ROP-PROPOSALS ASSIGN TO "../ropprop.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSAL-STATUS.

               SELECT ROP-SORT-WORK ASSIGN TO "../ropsort.tmp".

               SELECT ROP-REVIEW-REPORT ASSIGN TO "../ropreview.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

               SELECT OPERATOR-AUTH ASSIGN TO "../operauth.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

               SELECT AUTH-VIOLATIONS ASSIGN TO "../authviol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-VIOL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD ITEM-MASTER.
           01 ITEM-MASTER-RECORD.
               COPY INVITEM.CPY.

           FD INVENTORY-AUDIT.
           01 INVENTORY-AUDIT-RECORD.
               COPY INVAUD.CPY.

           FD RUN-PARM-FILE.
           01 RUN-PARM-LINE PIC X(40).

           FD ROP-PROPOSALS.
           01 ROP-PROPOSAL-RECORD.
               COPY ROPPROP.CPY.

           SD ROP-SORT-WORK.
           01 ROP-SORT-RECORD.
               05 RSW-ISSUE-VALUE PIC 9(9)V9(2).
               05 RSW-TABLE-ENTRY PIC 9(4).

           FD ROP-REVIEW-REPORT.
           01 ROP-REVIEW-LINE PIC X(100).

           FD OPERATOR-AUTH.
           01 OPERATOR-AUTH-RECORD.
               COPY OPERAUTH.CPY.

           FD AUTH-VIOLATIONS.
           01 AUTH-VIOLATION-RECORD.
               COPY AUTHVIOL.CPY.

           WORKING-STORAGE SECTION.
           01 WS-ITEM-MASTER-STATUS PIC X(2).
           01 WS-INV-AUDIT-STATUS PIC X(2).
           01 WS-PROPOSAL-STATUS PIC X(2).
           01 WS-REVIEW-STATUS PIC X(2).
           01 WS-RUN-PARM-STATUS PIC X(2).
           COPY WSPARM.CPY.

           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           01 WS-COMMAND-LINE PIC X(40) VALUE SPACES.
           01 WS-RUN-DIRECTIVE PIC X(8) VALUE SPACES.
           COPY WSAUTH.CPY.

           01 WS-EOF PIC A(1).
           01 WS-SORT-EOF PIC A(1).
           01 WS-ITEM-FOUND PIC A(1).

           01 WS-WINDOW-DAYS PIC 9(5) VALUE 90.
           01 WS-SAFETY-PCT PIC 9(5) VALUE 50.
           01 WS-ABC-A-PCT PIC 9(5) VALUE 80.
           01 WS-ABC-B-PCT PIC 9(5) VALUE 95.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-WINDOW-START-DATE PIC 9(8).
           01 WS-DATE-INTEGER PIC 9(7).
           01 WS-AUDIT-DATE PIC X(8).
           01 WS-ISSUE-QTY PIC 9(5).

           01 WS-ITEM-TABLE.
               05 WS-RCI-COUNT PIC 9(4) VALUE ZERO.
               05 WS-RCI-ENTRY OCCURS 1000 TIMES
                       INDEXED BY WS-RCI-IDX.
                   10 WS-RCI-ITEM-ID PIC X(6).
                   10 WS-RCI-DESCRIPTION PIC X(20).
                   10 WS-RCI-LEAD-TIME PIC 9(3).
                   10 WS-RCI-CURRENT-ROP PIC 9(5).
                   10 WS-RCI-UNIT-COST PIC 9(5)V9(2).
                   10 WS-RCI-ISSUED-QTY PIC 9(7).
                   10 WS-RCI-LAST-DATE PIC X(8).
                   10 WS-RCI-DAY-QTY PIC 9(7).
                   10 WS-RCI-PEAK-QTY PIC 9(7).
                   10 WS-RCI-AVG-DAILY PIC 9(4)V9(2).
                   10 WS-RCI-PROPOSED-ROP PIC 9(5).
                   10 WS-RCI-ISSUE-VALUE PIC 9(9)V9(2).

           01 WS-ROP-WORK PIC 9(7)V9(4).
           01 WS-ROP-WHOLE PIC 9(7).
           01 WS-TOTAL-VALUE PIC 9(11)V9(2) VALUE ZERO.
           01 WS-VALUE-BEFORE PIC 9(11)V9(2) VALUE ZERO.
           01 WS-SHARE-BEFORE PIC 9(3)V9(2).
           01 WS-ABC-CLASS PIC X(1).

           01 WS-ISSUE-LINE-COUNT PIC 9(7) VALUE ZERO.
           01 WS-UNKNOWN-ITEM-COUNT PIC 9(5) VALUE ZERO.
           01 WS-PROPOSAL-COUNT PIC 9(5) VALUE ZERO.
           01 WS-NO-USAGE-COUNT PIC 9(5) VALUE ZERO.
           01 WS-CLASS-A-COUNT PIC 9(5) VALUE ZERO.
           01 WS-CLASS-B-COUNT PIC 9(5) VALUE ZERO.
           01 WS-CLASS-C-COUNT PIC 9(5) VALUE ZERO.

           01 WS-APPLIED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-PENDING-COUNT PIC 9(5) VALUE ZERO.
           01 WS-STALE-COUNT PIC 9(5) VALUE ZERO.
           01 WS-BEFORE-ROP PIC 9(5).

           01 WS-PARM-HEADING.
               05 FILLER PIC X(8) VALUE "WINDOW ".
               05 WS-HDG-START PIC 9(8).
               05 FILLER PIC X(4) VALUE " TO ".
               05 WS-HDG-END PIC 9(8).
               05 FILLER PIC X(14) VALUE "  SAFETY PCT ".
               05 WS-HDG-SAFETY PIC ZZZZ9.
               05 FILLER PIC X(10) VALUE "  ABC A/B ".
               05 WS-HDG-ABC-A PIC ZZ9.
               05 FILLER PIC X(1) VALUE "/".
               05 WS-HDG-ABC-B PIC ZZ9.

           01 WS-REVIEW-HEADING.
               05 FILLER PIC X(7) VALUE "ITEM".
               05 FILLER PIC X(21) VALUE "DESCRIPTION".
               05 FILLER PIC X(4) VALUE "CLS".
               05 FILLER PIC X(9) VALUE "  ISSUED".
               05 FILLER PIC X(9) VALUE "  AVG/DAY".
               05 FILLER PIC X(7) VALUE "   PEAK".
               05 FILLER PIC X(6) VALUE "  LEAD".
               05 FILLER PIC X(9) VALUE "  CURRENT".
               05 FILLER PIC X(10) VALUE "  PROPOSED".
               05 FILLER PIC X(14) VALUE "   ISSUE VALUE".

           01 WS-REVIEW-DETAIL.
               05 WS-RPT-ITEM-ID PIC X(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RPT-DESCRIPTION PIC X(20).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-CLASS PIC X(1).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-ISSUED PIC ZZZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-AVG-DAILY PIC ZZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RPT-PEAK PIC ZZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-LEAD PIC ZZ9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-RPT-CURRENT PIC ZZZZ9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-RPT-PROPOSED PIC X(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-VALUE PIC ZZZZZZZZ9.99.

           01 WS-RPT-PROPOSED-NUM PIC ZZZZZ9.

           01 WS-COUNT-LINE.
               05 WS-CNT-LABEL PIC X(40).
               05 WS-CNT-VALUE PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-OPERATOR-ID WS-RUN-DIRECTIVE
           END-UNSTRING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           IF WS-RUN-DIRECTIVE = "APPLY"
               PERFORM APPLY-APPROVED-PROPOSALS
               STOP RUN
           END-IF.
           PERFORM LOAD-RUN-PARAMETERS.
           MOVE "USAGE-WINDOW-DAYS" TO WS-LOOKUP-PARM-KEY.
           MOVE 90 TO WS-PARM-DEFAULT-VALUE.
           PERFORM GET-NUMERIC-PARAMETER.
           MOVE WS-PARM-NUMERIC-VALUE TO WS-WINDOW-DAYS.
           IF WS-WINDOW-DAYS = ZERO
               MOVE 90 TO WS-WINDOW-DAYS
           END-IF.
           MOVE "SAFETY-STOCK-PCT" TO WS-LOOKUP-PARM-KEY.
           MOVE 50 TO WS-PARM-DEFAULT-VALUE.
           PERFORM GET-NUMERIC-PARAMETER.
           MOVE WS-PARM-NUMERIC-VALUE TO WS-SAFETY-PCT.
           MOVE "ABC-A-PCT" TO WS-LOOKUP-PARM-KEY.
           MOVE 80 TO WS-PARM-DEFAULT-VALUE.
           PERFORM GET-NUMERIC-PARAMETER.
           MOVE WS-PARM-NUMERIC-VALUE TO WS-ABC-A-PCT.
           MOVE "ABC-B-PCT" TO WS-LOOKUP-PARM-KEY.
           MOVE 95 TO WS-PARM-DEFAULT-VALUE.
           PERFORM GET-NUMERIC-PARAMETER.
           MOVE WS-PARM-NUMERIC-VALUE TO WS-ABC-B-PCT.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
               - WS-WINDOW-DAYS + 1.
           COMPUTE WS-WINDOW-START-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
           OPEN INPUT ITEM-MASTER.
           IF WS-ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ITEM-MASTER, STATUS="
                   WS-ITEM-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM LOAD-ITEM-TABLE.
           CLOSE ITEM-MASTER.
           OPEN INPUT INVENTORY-AUDIT.
           IF WS-INV-AUDIT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN INVENTORY-AUDIT, STATUS="
                   WS-INV-AUDIT-STATUS
               STOP RUN
           END-IF.
           PERFORM ACCUMULATE-ISSUE-HISTORY.
           CLOSE INVENTORY-AUDIT.
           PERFORM COMPUTE-PROPOSALS.
           OPEN OUTPUT ROP-REVIEW-REPORT.
           IF WS-REVIEW-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROP-REVIEW-REPORT, STATUS="
                   WS-REVIEW-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT ROP-PROPOSALS.
           IF WS-PROPOSAL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROP-PROPOSALS, STATUS="
                   WS-PROPOSAL-STATUS
               CLOSE ROP-REVIEW-REPORT
               STOP RUN
           END-IF.
           PERFORM WRITE-REVIEW-HEADINGS.
           SORT ROP-SORT-WORK
               ON DESCENDING KEY RSW-ISSUE-VALUE
               INPUT PROCEDURE IS RELEASE-ITEM-VALUES
               OUTPUT PROCEDURE IS CLASSIFY-AND-REVIEW.
           PERFORM WRITE-REVIEW-SUMMARY.
           CLOSE ROP-PROPOSALS.
           CLOSE ROP-REVIEW-REPORT.
           DISPLAY "REORDER RECALC COMPLETE - " WS-RCI-COUNT
               " ITEM(S) REVIEWED, " WS-PROPOSAL-COUNT
               " CHANGE(S) PROPOSED FOR APPROVAL".
           STOP RUN.

       LOAD-ITEM-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO INV-ITEM-ID
           START ITEM-MASTER KEY IS NOT LESS THAN INV-ITEM-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ITEM-MASTER NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM LOAD-ONE-ITEM-ENTRY
               END-READ
           END-PERFORM.

       LOAD-ONE-ITEM-ENTRY.
           IF WS-RCI-COUNT >= 1000
               DISPLAY "ITEM TABLE FULL - ITEM " INV-ITEM-ID
                   " NOT REVIEWED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RCI-COUNT
           SET WS-RCI-IDX TO WS-RCI-COUNT
           INITIALIZE WS-RCI-ENTRY (WS-RCI-IDX)
           MOVE INV-ITEM-ID TO WS-RCI-ITEM-ID (WS-RCI-IDX)
           MOVE INV-DESCRIPTION TO WS-RCI-DESCRIPTION (WS-RCI-IDX)
           MOVE INV-LEAD-TIME-DAYS TO WS-RCI-LEAD-TIME (WS-RCI-IDX)
           MOVE INV-REORDER-POINT TO WS-RCI-CURRENT-ROP (WS-RCI-IDX)
           MOVE INV-UNIT-COST TO WS-RCI-UNIT-COST (WS-RCI-IDX)
           MOVE SPACES TO WS-RCI-LAST-DATE (WS-RCI-IDX).

       ACCUMULATE-ISSUE-HISTORY.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ INVENTORY-AUDIT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM NOTE-ONE-ISSUE
               END-READ
           END-PERFORM.

       NOTE-ONE-ISSUE.
           IF IAU-TRAN-CODE NOT = 'I'
               EXIT PARAGRAPH
           END-IF
           IF IAU-TRAN-DATE NUMERIC AND IAU-TRAN-DATE NOT = ZERO
               MOVE IAU-TRAN-DATE TO WS-AUDIT-DATE
           ELSE
               MOVE IAU-TIMESTAMP (1:8) TO WS-AUDIT-DATE
           END-IF
           IF WS-AUDIT-DATE NOT NUMERIC
               OR WS-AUDIT-DATE < WS-WINDOW-START-DATE
               OR WS-AUDIT-DATE > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           IF IAU-BEFORE-QOH NOT NUMERIC OR IAU-AFTER-QOH NOT NUMERIC
               OR IAU-AFTER-QOH > IAU-BEFORE-QOH
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ISSUE-QTY = IAU-BEFORE-QOH - IAU-AFTER-QOH
           PERFORM FIND-ITEM-ENTRY
           IF WS-ITEM-FOUND = 'N'
               ADD 1 TO WS-UNKNOWN-ITEM-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ISSUE-LINE-COUNT
           ADD WS-ISSUE-QTY TO WS-RCI-ISSUED-QTY (WS-RCI-IDX)
           IF WS-AUDIT-DATE NOT = WS-RCI-LAST-DATE (WS-RCI-IDX)
               PERFORM CLOSE-USAGE-DAY
               MOVE WS-AUDIT-DATE TO WS-RCI-LAST-DATE (WS-RCI-IDX)
           END-IF
           ADD WS-ISSUE-QTY TO WS-RCI-DAY-QTY (WS-RCI-IDX).

       FIND-ITEM-ENTRY.
           MOVE 'N' TO WS-ITEM-FOUND
           PERFORM VARYING WS-RCI-IDX FROM 1 BY 1
               UNTIL WS-RCI-IDX > WS-RCI-COUNT
               OR WS-ITEM-FOUND = 'Y'
               IF WS-RCI-ITEM-ID (WS-RCI-IDX) = IAU-ITEM-ID
                   MOVE 'Y' TO WS-ITEM-FOUND
               END-IF
           END-PERFORM
           IF WS-ITEM-FOUND = 'Y'
               SET WS-RCI-IDX DOWN BY 1
           END-IF.

       CLOSE-USAGE-DAY.
           IF WS-RCI-DAY-QTY (WS-RCI-IDX) > WS-RCI-PEAK-QTY (WS-RCI-IDX)
               MOVE WS-RCI-DAY-QTY (WS-RCI-IDX)
                   TO WS-RCI-PEAK-QTY (WS-RCI-IDX)
           END-IF
           MOVE ZERO TO WS-RCI-DAY-QTY (WS-RCI-IDX).

       COMPUTE-PROPOSALS.
           PERFORM VARYING WS-RCI-IDX FROM 1 BY 1
               UNTIL WS-RCI-IDX > WS-RCI-COUNT
               PERFORM CLOSE-USAGE-DAY
               PERFORM COMPUTE-ONE-PROPOSAL
           END-PERFORM.

       COMPUTE-ONE-PROPOSAL.
           COMPUTE WS-RCI-ISSUE-VALUE (WS-RCI-IDX) =
               WS-RCI-ISSUED-QTY (WS-RCI-IDX)
               * WS-RCI-UNIT-COST (WS-RCI-IDX)
               ON SIZE ERROR
                   MOVE 999999999.99 TO WS-RCI-ISSUE-VALUE (WS-RCI-IDX)
           END-COMPUTE
           ADD WS-RCI-ISSUE-VALUE (WS-RCI-IDX) TO WS-TOTAL-VALUE
           IF WS-RCI-ISSUED-QTY (WS-RCI-IDX) = ZERO
               MOVE WS-RCI-CURRENT-ROP (WS-RCI-IDX)
                   TO WS-RCI-PROPOSED-ROP (WS-RCI-IDX)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RCI-AVG-DAILY (WS-RCI-IDX) ROUNDED =
               WS-RCI-ISSUED-QTY (WS-RCI-IDX) / WS-WINDOW-DAYS
           COMPUTE WS-ROP-WORK =
               (WS-RCI-ISSUED-QTY (WS-RCI-IDX) / WS-WINDOW-DAYS)
               * WS-RCI-LEAD-TIME (WS-RCI-IDX)
               + ((WS-RCI-PEAK-QTY (WS-RCI-IDX)
                   - (WS-RCI-ISSUED-QTY (WS-RCI-IDX)
                       / WS-WINDOW-DAYS))
                  * WS-RCI-LEAD-TIME (WS-RCI-IDX)
                  * WS-SAFETY-PCT / 100)
               ON SIZE ERROR
                   MOVE 99999 TO WS-ROP-WORK
           END-COMPUTE
           MOVE WS-ROP-WORK TO WS-ROP-WHOLE
           IF WS-ROP-WHOLE < WS-ROP-WORK
               ADD 1 TO WS-ROP-WHOLE
           END-IF
           IF WS-ROP-WHOLE > 99999
               MOVE 99999 TO WS-ROP-WHOLE
           END-IF
           MOVE WS-ROP-WHOLE TO WS-RCI-PROPOSED-ROP (WS-RCI-IDX).

       RELEASE-ITEM-VALUES.
           PERFORM VARYING WS-RCI-IDX FROM 1 BY 1
               UNTIL WS-RCI-IDX > WS-RCI-COUNT
               MOVE WS-RCI-ISSUE-VALUE (WS-RCI-IDX) TO RSW-ISSUE-VALUE
               SET RSW-TABLE-ENTRY TO WS-RCI-IDX
               RELEASE ROP-SORT-RECORD
           END-PERFORM.

       CLASSIFY-AND-REVIEW.
           MOVE 'N' TO WS-SORT-EOF
           MOVE ZERO TO WS-VALUE-BEFORE
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN ROP-SORT-WORK
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END PERFORM REVIEW-ONE-ITEM
               END-RETURN
           END-PERFORM.

       REVIEW-ONE-ITEM.
           SET WS-RCI-IDX TO RSW-TABLE-ENTRY
           IF WS-RCI-ISSUE-VALUE (WS-RCI-IDX) = ZERO
               OR WS-TOTAL-VALUE = ZERO
               MOVE 'C' TO WS-ABC-CLASS
           ELSE
               COMPUTE WS-SHARE-BEFORE =
                   WS-VALUE-BEFORE * 100 / WS-TOTAL-VALUE
               EVALUATE TRUE
                   WHEN WS-SHARE-BEFORE < WS-ABC-A-PCT
                       MOVE 'A' TO WS-ABC-CLASS
                   WHEN WS-SHARE-BEFORE < WS-ABC-B-PCT
                       MOVE 'B' TO WS-ABC-CLASS
                   WHEN OTHER
                       MOVE 'C' TO WS-ABC-CLASS
               END-EVALUATE
           END-IF
           ADD WS-RCI-ISSUE-VALUE (WS-RCI-IDX) TO WS-VALUE-BEFORE
           EVALUATE WS-ABC-CLASS
               WHEN 'A' ADD 1 TO WS-CLASS-A-COUNT
               WHEN 'B' ADD 1 TO WS-CLASS-B-COUNT
               WHEN OTHER ADD 1 TO WS-CLASS-C-COUNT
           END-EVALUATE
           MOVE WS-RCI-ITEM-ID (WS-RCI-IDX) TO WS-RPT-ITEM-ID
           MOVE WS-RCI-DESCRIPTION (WS-RCI-IDX) TO WS-RPT-DESCRIPTION
           MOVE WS-ABC-CLASS TO WS-RPT-CLASS
           MOVE WS-RCI-ISSUED-QTY (WS-RCI-IDX) TO WS-RPT-ISSUED
           MOVE WS-RCI-AVG-DAILY (WS-RCI-IDX) TO WS-RPT-AVG-DAILY
           MOVE WS-RCI-PEAK-QTY (WS-RCI-IDX) TO WS-RPT-PEAK
           MOVE WS-RCI-LEAD-TIME (WS-RCI-IDX) TO WS-RPT-LEAD
           MOVE WS-RCI-CURRENT-ROP (WS-RCI-IDX) TO WS-RPT-CURRENT
           MOVE WS-RCI-ISSUE-VALUE (WS-RCI-IDX) TO WS-RPT-VALUE
           EVALUATE TRUE
               WHEN WS-RCI-ISSUED-QTY (WS-RCI-IDX) = ZERO
                   ADD 1 TO WS-NO-USAGE-COUNT
                   MOVE "NO USE" TO WS-RPT-PROPOSED
               WHEN WS-RCI-PROPOSED-ROP (WS-RCI-IDX)
                   = WS-RCI-CURRENT-ROP (WS-RCI-IDX)
                   MOVE "SAME" TO WS-RPT-PROPOSED
               WHEN OTHER
                   MOVE WS-RCI-PROPOSED-ROP (WS-RCI-IDX)
                       TO WS-RPT-PROPOSED-NUM
                   MOVE WS-RPT-PROPOSED-NUM TO WS-RPT-PROPOSED
                   PERFORM WRITE-ROP-PROPOSAL
           END-EVALUATE
           MOVE WS-REVIEW-DETAIL TO ROP-REVIEW-LINE
           WRITE ROP-REVIEW-LINE.

       WRITE-ROP-PROPOSAL.
           MOVE SPACES TO ROP-PROPOSAL-RECORD
           MOVE WS-RCI-ITEM-ID (WS-RCI-IDX) TO RPP-ITEM-ID
           MOVE WS-RCI-CURRENT-ROP (WS-RCI-IDX) TO RPP-CURRENT-ROP
           MOVE WS-RCI-PROPOSED-ROP (WS-RCI-IDX) TO RPP-PROPOSED-ROP
           MOVE WS-ABC-CLASS TO RPP-ABC-CLASS
           MOVE WS-RCI-AVG-DAILY (WS-RCI-IDX) TO RPP-AVG-DAILY-USAGE
           MOVE WS-RCI-PEAK-QTY (WS-RCI-IDX) TO RPP-PEAK-DAILY-USAGE
           MOVE WS-RUN-DATE TO RPP-RUN-DATE
           MOVE SPACE TO RPP-DECISION
           WRITE ROP-PROPOSAL-RECORD
           ADD 1 TO WS-PROPOSAL-COUNT.

       WRITE-REVIEW-HEADINGS.
           MOVE "===== REORDER POINT REVIEW - PROPOSED VS CURRENT ====="
               TO ROP-REVIEW-LINE
           WRITE ROP-REVIEW-LINE
           MOVE WS-WINDOW-START-DATE TO WS-HDG-START
           MOVE WS-RUN-DATE TO WS-HDG-END
           MOVE WS-SAFETY-PCT TO WS-HDG-SAFETY
           MOVE WS-ABC-A-PCT TO WS-HDG-ABC-A
           MOVE WS-ABC-B-PCT TO WS-HDG-ABC-B
           MOVE WS-PARM-HEADING TO ROP-REVIEW-LINE
           WRITE ROP-REVIEW-LINE
           MOVE "ITEMS IN DESCENDING ISSUE VALUE ORDER; CHANGED POINTS"
               TO ROP-REVIEW-LINE
           WRITE ROP-REVIEW-LINE
           MOVE "ARE ON ROPPROP.TXT AWAITING APPROVAL (A) OR REJECT (R)"
               TO ROP-REVIEW-LINE
           WRITE ROP-REVIEW-LINE
           MOVE SPACES TO ROP-REVIEW-LINE
           WRITE ROP-REVIEW-LINE
           MOVE WS-REVIEW-HEADING TO ROP-REVIEW-LINE
           WRITE ROP-REVIEW-LINE.

       WRITE-REVIEW-SUMMARY.
           MOVE SPACES TO ROP-REVIEW-LINE
           WRITE ROP-REVIEW-LINE
           MOVE "ITEMS REVIEWED" TO WS-CNT-LABEL
           MOVE WS-RCI-COUNT TO WS-CNT-VALUE
           WRITE ROP-REVIEW-LINE FROM WS-COUNT-LINE
           MOVE "ISSUE LINES IN WINDOW" TO WS-CNT-LABEL
           MOVE WS-ISSUE-LINE-COUNT TO WS-CNT-VALUE
           WRITE ROP-REVIEW-LINE FROM WS-COUNT-LINE
           MOVE "ISSUES FOR ITEMS NOT ON MASTER (IGNORED)"
               TO WS-CNT-LABEL
           MOVE WS-UNKNOWN-ITEM-COUNT TO WS-CNT-VALUE
           WRITE ROP-REVIEW-LINE FROM WS-COUNT-LINE
           MOVE "CLASS A ITEMS" TO WS-CNT-LABEL
           MOVE WS-CLASS-A-COUNT TO WS-CNT-VALUE
           WRITE ROP-REVIEW-LINE FROM WS-COUNT-LINE
           MOVE "CLASS B ITEMS" TO WS-CNT-LABEL
           MOVE WS-CLASS-B-COUNT TO WS-CNT-VALUE
           WRITE ROP-REVIEW-LINE FROM WS-COUNT-LINE
           MOVE "CLASS C ITEMS" TO WS-CNT-LABEL
           MOVE WS-CLASS-C-COUNT TO WS-CNT-VALUE
           WRITE ROP-REVIEW-LINE FROM WS-COUNT-LINE
           MOVE "ITEMS WITH NO ISSUES (LEFT AS THEY ARE)"
               TO WS-CNT-LABEL
           MOVE WS-NO-USAGE-COUNT TO WS-CNT-VALUE
           WRITE ROP-REVIEW-LINE FROM WS-COUNT-LINE
           MOVE "REORDER POINT CHANGES PROPOSED" TO WS-CNT-LABEL
           MOVE WS-PROPOSAL-COUNT TO WS-CNT-VALUE
           WRITE ROP-REVIEW-LINE FROM WS-COUNT-LINE.

       APPLY-APPROVED-PROPOSALS.
           MOVE "REORDER-RECALC" TO WS-AUTH-PROGRAM
           PERFORM CHECK-OPERATOR-AUTHORITY
           OPEN INPUT ROP-PROPOSALS
           IF WS-PROPOSAL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROP-PROPOSALS, STATUS="
                   WS-PROPOSAL-STATUS
               STOP RUN
           END-IF
           OPEN I-O ITEM-MASTER
           IF WS-ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ITEM-MASTER, STATUS="
                   WS-ITEM-MASTER-STATUS
               CLOSE ROP-PROPOSALS
               STOP RUN
           END-IF
           OPEN EXTEND INVENTORY-AUDIT
           IF WS-INV-AUDIT-STATUS = "35"
               OPEN OUTPUT INVENTORY-AUDIT
           END-IF
           IF WS-INV-AUDIT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN INVENTORY-AUDIT, STATUS="
                   WS-INV-AUDIT-STATUS
               CLOSE ROP-PROPOSALS
               CLOSE ITEM-MASTER
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ROP-PROPOSALS
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM APPLY-ONE-PROPOSAL
               END-READ
           END-PERFORM
           CLOSE INVENTORY-AUDIT
           CLOSE ITEM-MASTER
           CLOSE ROP-PROPOSALS
           DISPLAY "REORDER POINTS APPLIED: " WS-APPLIED-COUNT
               " REJECTED: " WS-REJECTED-COUNT
               " PENDING: " WS-PENDING-COUNT
               " STALE: " WS-STALE-COUNT
               " NOT AUTHORIZED: " WS-AUTH-REJECT-COUNT.

       APPLY-ONE-PROPOSAL.
           IF RPP-REJECTED
               ADD 1 TO WS-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF NOT RPP-APPROVED
               ADD 1 TO WS-PENDING-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO WS-AUTH-TRAN-CODE
           MOVE RPP-ITEM-ID TO WS-AUTH-VIOL-KEY
           PERFORM CHECK-TRAN-AUTHORITY
           IF WS-AUTH-TRAN-OK = 'N'
               DISPLAY "OPERATOR " WS-OPERATOR-ID " NOT AUTHORIZED "
                   "TO CHANGE REORDER POINT ON ITEM " RPP-ITEM-ID
               EXIT PARAGRAPH
           END-IF
           MOVE RPP-ITEM-ID TO INV-ITEM-ID
           READ ITEM-MASTER
               INVALID KEY
                   ADD 1 TO WS-STALE-COUNT
                   DISPLAY "ITEM NOT ON MASTER " RPP-ITEM-ID
                       " - PROPOSAL NOT APPLIED"
                   EXIT PARAGRAPH
           END-READ
           IF INV-REORDER-POINT NOT = RPP-CURRENT-ROP
               ADD 1 TO WS-STALE-COUNT
               DISPLAY "REORDER POINT FOR ITEM " RPP-ITEM-ID
                   " HAS CHANGED SINCE THE PROPOSAL - NOT APPLIED"
               EXIT PARAGRAPH
           END-IF
           MOVE INV-REORDER-POINT TO WS-BEFORE-ROP
           MOVE RPP-PROPOSED-ROP TO INV-REORDER-POINT
           REWRITE ITEM-MASTER-RECORD
           IF WS-ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "ITEM-MASTER REWRITE FAILED FOR ITEM "
                   RPP-ITEM-ID ", STATUS=" WS-ITEM-MASTER-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           MOVE FUNCTION CURRENT-DATE TO IAU-TIMESTAMP
           MOVE WS-OPERATOR-ID TO IAU-OPERATOR-ID
           MOVE 'P' TO IAU-TRAN-CODE
           MOVE INV-ITEM-ID TO IAU-ITEM-ID
           MOVE INV-QOH TO IAU-BEFORE-QOH
           MOVE INV-QOH TO IAU-AFTER-QOH
           MOVE "ROP" TO IAU-REASON
           MOVE ZERO TO IAU-PO-NUMBER
           MOVE INV-UNIT-COST TO IAU-BEFORE-COST
           MOVE INV-UNIT-COST TO IAU-AFTER-COST
           MOVE WS-BEFORE-ROP TO IAU-BEFORE-ROP
           MOVE INV-REORDER-POINT TO IAU-AFTER-ROP
           MOVE WS-RUN-DATE TO IAU-TRAN-DATE
           MOVE ZERO TO IAU-RUN-NUMBER
           WRITE INVENTORY-AUDIT-RECORD.

       COPY PARMP.CPY.

       COPY AUTHP.CPY.

       END PROGRAM REORDER-RECALC.
