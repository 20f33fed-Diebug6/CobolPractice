      ******************************************************************
      * Author:
      * Date:
      * Purpose: Inventory month-end close. For the month being
      *          closed (YYYYMM on the command line after the
      *          operator ID; by default the month after the last one
      *          closed, or last month when none has been) every item
      *          on invmaster.dat is rolled forward from its opening
      *          quantity and value (invbal.txt, INVBAL.CPY) through
      *          the receipts, issues, A adjustments and C cost
      *          changes on the inventory audit trail (invaudit.txt)
      *          dated in the month. The rolled closing figures are
      *          checked against the book figures - INV-QOH and the
      *          stock valuation at INV-UNIT-COST, less anything
      *          posted since with a later date - and every item that
      *          disagrees, every opening balance for an item no
      *          longer on the master and every audit record for an
      *          unknown item is listed in the exceptions section of
      *          the close report (invclose.txt). The book figures
      *          are then saved to invbal.txt as next month's opening
      *          balances, so a difference is reported in the month it
      *          arose, and the month is marked closed on
      *          invperiod.txt (INVCTL.CPY); from then on
      *          INVENTORY-POST and CYCLE-COUNT refuse anything dated
      *          in it. The first close, with no invbal.txt yet, takes
      *          its openings from the book figures less the month's
      *          movements and says so on the report. Months must be
      *          closed in order and only once they have ended. The
      *          operator must hold INVENTORY-CLOSE authority on
      *          operauth.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY-CLOSE.

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

               SELECT OPENING-BALANCES ASSIGN TO "../invbal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENING-STATUS.

               SELECT PERIOD-CONTROL ASSIGN TO "../invperiod.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CTL-STATUS.

               SELECT CLOSE-REPORT ASSIGN TO "../invclose.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-REPORT-STATUS.

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

           FD OPENING-BALANCES.
           01 OPENING-BALANCE-RECORD.
               COPY INVBAL.CPY.

           FD PERIOD-CONTROL.
           01 PERIOD-CONTROL-RECORD.
               COPY INVCTL.CPY.

           FD CLOSE-REPORT.
           01 CLOSE-REPORT-LINE PIC X(125).

           FD OPERATOR-AUTH.
           01 OPERATOR-AUTH-RECORD.
               COPY OPERAUTH.CPY.

           FD AUTH-VIOLATIONS.
           01 AUTH-VIOLATION-RECORD.
               COPY AUTHVIOL.CPY.

           WORKING-STORAGE SECTION.
           01 WS-ITEM-MASTER-STATUS PIC X(2).
           01 WS-INV-AUDIT-STATUS PIC X(2).
           01 WS-OPENING-STATUS PIC X(2).
           01 WS-CLOSE-REPORT-STATUS PIC X(2).
           COPY WSPERIOD.CPY.

           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           01 WS-COMMAND-LINE PIC X(40) VALUE SPACES.
           01 WS-PERIOD-ARG PIC X(6) VALUE SPACES.
           COPY WSAUTH.CPY.

           01 WS-EOF PIC A(1).
           01 WS-ITEM-FOUND PIC A(1).
           01 WS-FIRST-CLOSE PIC A(1) VALUE 'N'.
           01 WS-FIND-ITEM-ID PIC X(6).

           01 WS-RUN-DATE PIC 9(8).
           01 WS-CURRENT-PERIOD PIC 9(6).
           01 WS-CLOSE-PERIOD-YM.
               05 WS-CLOSE-YEAR PIC 9(4).
               05 WS-CLOSE-MONTH PIC 9(2).
           01 WS-CLOSE-PERIOD REDEFINES WS-CLOSE-PERIOD-YM PIC 9(6).
           01 WS-MONTH-WORK-YM.
               05 WS-MONTH-WORK-YEAR PIC 9(4).
               05 WS-MONTH-WORK-MONTH PIC 9(2).
           01 WS-MONTH-WORK REDEFINES WS-MONTH-WORK-YM PIC 9(6).
           01 WS-NEXT-PERIOD PIC 9(6).
           01 WS-PERIOD-START PIC 9(8).
           01 WS-PERIOD-END PIC 9(8).
           01 WS-NEXT-START PIC 9(8).
           01 WS-DATE-INTEGER PIC 9(7).
           01 WS-AUDIT-DATE PIC X(8).

           01 WS-ITEM-TABLE.
               05 WS-ICL-COUNT PIC 9(4) VALUE ZERO.
               05 WS-ICL-ENTRY OCCURS 1000 TIMES
                       INDEXED BY WS-ICL-IDX.
                   10 WS-ICL-ITEM-ID PIC X(6).
                   10 WS-ICL-DESCRIPTION PIC X(20).
                   10 WS-ICL-MASTER-QOH PIC 9(5).
                   10 WS-ICL-UNIT-COST PIC 9(5)V9(2).
                   10 WS-ICL-HAS-OPENING PIC A(1).
                   10 WS-ICL-OPEN-QOH PIC S9(7).
                   10 WS-ICL-OPEN-VALUE PIC S9(10)V9(2).
                   10 WS-ICL-RECEIVED PIC S9(7).
                   10 WS-ICL-ISSUED PIC S9(7).
                   10 WS-ICL-ADJUSTED PIC S9(7).
                   10 WS-ICL-MOVE-VALUE PIC S9(10)V9(2).
                   10 WS-ICL-LATER-QOH PIC S9(7).
                   10 WS-ICL-LATER-VALUE PIC S9(10)V9(2).
                   10 WS-ICL-CLOSE-QOH PIC S9(7).
                   10 WS-ICL-CLOSE-VALUE PIC S9(10)V9(2).
                   10 WS-ICL-BOOK-QOH PIC S9(7).
                   10 WS-ICL-BOOK-VALUE PIC S9(10)V9(2).
                   10 WS-ICL-EXCEPTION PIC A(1).

           01 WS-ORPHAN-TABLE.
               05 WS-ORPHAN-COUNT PIC 9(3) VALUE ZERO.
               05 WS-ORPHAN-ENTRY OCCURS 100 TIMES
                       INDEXED BY WS-ORPHAN-IDX.
                   10 WS-ORPHAN-ITEM-ID PIC X(6).
                   10 WS-ORPHAN-QOH PIC 9(5).
                   10 WS-ORPHAN-VALUE PIC 9(9)V9(2).

           01 WS-QTY-MOVE PIC S9(7).
           01 WS-VALUE-MOVE PIC S9(10)V9(2).
           01 WS-BEFORE-COST PIC 9(5)V9(2).
           01 WS-AFTER-COST PIC 9(5)V9(2).
           01 WS-QTY-DIFF PIC S9(7).
           01 WS-VALUE-DIFF PIC S9(10)V9(2).

           01 WS-OPENING-READ-COUNT PIC 9(5) VALUE ZERO.
           01 WS-PERIOD-AUDIT-COUNT PIC 9(7) VALUE ZERO.
           01 WS-LATER-AUDIT-COUNT PIC 9(7) VALUE ZERO.
           01 WS-UNKNOWN-AUDIT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-BAD-AUDIT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-ITEM-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
           01 WS-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-OPEN-VALUE PIC S9(11)V9(2) VALUE ZERO.
           01 WS-TOTAL-CLOSE-VALUE PIC S9(11)V9(2) VALUE ZERO.
           01 WS-TOTAL-BOOK-VALUE PIC S9(11)V9(2) VALUE ZERO.

           01 WS-CLOSE-HEADING-1.
               05 FILLER PIC X(38)
                   VALUE "===== INVENTORY MONTH-END CLOSE =====".
               05 FILLER PIC X(7) VALUE "PERIOD ".
               05 WS-HDG-PERIOD PIC 9(6).
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-HDG-START PIC 9(8).
               05 FILLER PIC X(4) VALUE " TO ".
               05 WS-HDG-END PIC 9(8).
               05 FILLER PIC X(12) VALUE "   RUN DATE ".
               05 WS-HDG-RUN-DATE PIC 9(8).
               05 FILLER PIC X(13) VALUE "   OPERATOR ".
               05 WS-HDG-OPERATOR PIC X(8).

           01 WS-CLOSE-HEADING-2.
               05 FILLER PIC X(7) VALUE "ITEM".
               05 FILLER PIC X(21) VALUE "DESCRIPTION".
               05 FILLER PIC X(7) VALUE "OPENING".
               05 FILLER PIC X(8) VALUE "RECEIVED".
               05 FILLER PIC X(8) VALUE "  ISSUED".
               05 FILLER PIC X(8) VALUE "  ADJUST".
               05 FILLER PIC X(8) VALUE " CLOSING".
               05 FILLER PIC X(9) VALUE "    BOOK".
               05 FILLER PIC X(13) VALUE "  OPEN VALUE".
               05 FILLER PIC X(14) VALUE "  CLOSE VALUE".
               05 FILLER PIC X(14) VALUE "   BOOK VALUE".

           01 WS-CLOSE-DETAIL.
               05 WS-RPT-ITEM-ID PIC X(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RPT-DESCRIPTION PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RPT-OPEN-QOH PIC -(5)9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RPT-RECEIVED PIC -(6)9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RPT-ISSUED PIC -(6)9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RPT-ADJUSTED PIC -(6)9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RPT-CLOSE-QOH PIC -(6)9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RPT-BOOK-QOH PIC -(6)9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RPT-OPEN-VALUE PIC -(9)9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RPT-CLOSE-VALUE PIC -(9)9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RPT-BOOK-VALUE PIC -(9)9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RPT-FLAG PIC X(3).

           01 WS-EXCEPTION-DETAIL.
               05 WS-EXC-ITEM-ID PIC X(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-EXC-DESCRIPTION PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 FILLER PIC X(9) VALUE "QTY DIFF ".
               05 WS-EXC-QTY-DIFF PIC -(6)9.
               05 FILLER PIC X(13) VALUE "  VALUE DIFF ".
               05 WS-EXC-VALUE-DIFF PIC -(9)9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-EXC-NOTE PIC X(45).

           01 WS-TOTAL-LINE.
               05 FILLER PIC X(28) VALUE "TOTAL INVENTORY VALUE".
               05 FILLER PIC X(9) VALUE "OPENING ".
               05 WS-TTL-OPEN-VALUE PIC -(11)9.99.
               05 FILLER PIC X(11) VALUE "  CLOSING ".
               05 WS-TTL-CLOSE-VALUE PIC -(11)9.99.
               05 FILLER PIC X(8) VALUE "  BOOK ".
               05 WS-TTL-BOOK-VALUE PIC -(11)9.99.

           01 WS-COUNT-LINE.
               05 WS-CNT-LABEL PIC X(45).
               05 WS-CNT-VALUE PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-OPERATOR-ID WS-PERIOD-ARG
           END-UNSTRING.
           MOVE "INVENTORY-CLOSE" TO WS-AUTH-PROGRAM.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE (1:6) TO WS-CURRENT-PERIOD.
           PERFORM LOAD-CLOSED-PERIOD.
           PERFORM DETERMINE-CLOSE-PERIOD.
           OPEN INPUT ITEM-MASTER.
           IF WS-ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ITEM-MASTER, STATUS="
                   WS-ITEM-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM LOAD-ITEM-TABLE.
           CLOSE ITEM-MASTER.
           PERFORM LOAD-OPENING-BALANCES.
           OPEN INPUT INVENTORY-AUDIT.
           IF WS-INV-AUDIT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN INVENTORY-AUDIT, STATUS="
                   WS-INV-AUDIT-STATUS
               STOP RUN
           END-IF.
           PERFORM ROLL-AUDIT-TRAIL.
           CLOSE INVENTORY-AUDIT.
           PERFORM COMPUTE-CLOSING-FIGURES.
           OPEN OUTPUT CLOSE-REPORT.
           IF WS-CLOSE-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CLOSE-REPORT, STATUS="
                   WS-CLOSE-REPORT-STATUS
               STOP RUN
           END-IF.
           PERFORM WRITE-CLOSE-HEADINGS.
           PERFORM WRITE-ROLL-FORWARD.
           PERFORM WRITE-EXCEPTIONS-SECTION.
           PERFORM WRITE-CLOSE-SUMMARY.
           CLOSE CLOSE-REPORT.
           PERFORM SAVE-CLOSING-BALANCES.
           PERFORM MARK-PERIOD-CLOSED.
           DISPLAY "INVENTORY CLOSE COMPLETE - PERIOD " WS-CLOSE-PERIOD
               " CLOSED, " WS-ICL-COUNT " ITEM(S), "
               WS-EXCEPTION-COUNT " EXCEPTION(S) ON INVCLOSE.TXT".
           STOP RUN.

       DETERMINE-CLOSE-PERIOD.
           IF WS-PERIOD-ARG NOT = SPACES
               IF WS-PERIOD-ARG NOT NUMERIC
                   DISPLAY "CLOSE PERIOD MUST BE YYYYMM: "
                       WS-PERIOD-ARG
                   STOP RUN
               END-IF
               MOVE WS-PERIOD-ARG TO WS-CLOSE-PERIOD
           ELSE
               IF WS-CLOSED-PERIOD > ZERO
                   MOVE WS-CLOSED-PERIOD TO WS-MONTH-WORK
                   PERFORM ADVANCE-ONE-MONTH
                   MOVE WS-MONTH-WORK TO WS-CLOSE-PERIOD
               ELSE
                   MOVE WS-CURRENT-PERIOD TO WS-MONTH-WORK
                   IF WS-MONTH-WORK-MONTH = 1
                       SUBTRACT 1 FROM WS-MONTH-WORK-YEAR
                       MOVE 12 TO WS-MONTH-WORK-MONTH
                   ELSE
                       SUBTRACT 1 FROM WS-MONTH-WORK-MONTH
                   END-IF
                   MOVE WS-MONTH-WORK TO WS-CLOSE-PERIOD
               END-IF
           END-IF
           IF WS-CLOSE-MONTH < 1 OR WS-CLOSE-MONTH > 12
               DISPLAY "CLOSE PERIOD " WS-CLOSE-PERIOD
                   " IS NOT A VALID MONTH"
               STOP RUN
           END-IF
           IF WS-CLOSE-PERIOD >= WS-CURRENT-PERIOD
               DISPLAY "PERIOD " WS-CLOSE-PERIOD
                   " HAS NOT ENDED - IT CANNOT BE CLOSED YET"
               STOP RUN
           END-IF
           IF WS-CLOSED-PERIOD > ZERO
               IF WS-CLOSE-PERIOD <= WS-CLOSED-PERIOD
                   DISPLAY "PERIOD " WS-CLOSE-PERIOD
                       " IS ALREADY CLOSED (LAST CLOSED "
                       WS-CLOSED-PERIOD ")"
                   STOP RUN
               END-IF
               MOVE WS-CLOSED-PERIOD TO WS-MONTH-WORK
               PERFORM ADVANCE-ONE-MONTH
               IF WS-CLOSE-PERIOD NOT = WS-MONTH-WORK
                   DISPLAY "PERIOD " WS-MONTH-WORK
                       " MUST BE CLOSED BEFORE " WS-CLOSE-PERIOD
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-CLOSE-PERIOD TO WS-MONTH-WORK
           PERFORM ADVANCE-ONE-MONTH
           MOVE WS-MONTH-WORK TO WS-NEXT-PERIOD
           COMPUTE WS-PERIOD-START = WS-CLOSE-PERIOD * 100 + 1
           COMPUTE WS-NEXT-START = WS-NEXT-PERIOD * 100 + 1
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-START) - 1
           COMPUTE WS-PERIOD-END =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).

       ADVANCE-ONE-MONTH.
           IF WS-MONTH-WORK-MONTH >= 12
               ADD 1 TO WS-MONTH-WORK-YEAR
               MOVE 1 TO WS-MONTH-WORK-MONTH
           ELSE
               ADD 1 TO WS-MONTH-WORK-MONTH
           END-IF.

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
           IF WS-ICL-COUNT >= 1000
               DISPLAY "ITEM TABLE FULL AT ITEM " INV-ITEM-ID
                   " - THE MONTH CANNOT BE CLOSED PART-WAY"
               CLOSE ITEM-MASTER
               STOP RUN
           END-IF
           ADD 1 TO WS-ICL-COUNT
           SET WS-ICL-IDX TO WS-ICL-COUNT
           INITIALIZE WS-ICL-ENTRY (WS-ICL-IDX)
           MOVE INV-ITEM-ID TO WS-ICL-ITEM-ID (WS-ICL-IDX)
           MOVE INV-DESCRIPTION TO WS-ICL-DESCRIPTION (WS-ICL-IDX)
           MOVE INV-QOH TO WS-ICL-MASTER-QOH (WS-ICL-IDX)
           IF INV-UNIT-COST NOT NUMERIC
               MOVE ZERO TO INV-UNIT-COST
           END-IF
           MOVE INV-UNIT-COST TO WS-ICL-UNIT-COST (WS-ICL-IDX)
           MOVE 'N' TO WS-ICL-HAS-OPENING (WS-ICL-IDX)
           MOVE 'N' TO WS-ICL-EXCEPTION (WS-ICL-IDX).

       LOAD-OPENING-BALANCES.
           OPEN INPUT OPENING-BALANCES
           IF WS-OPENING-STATUS = "35"
               MOVE 'Y' TO WS-FIRST-CLOSE
               DISPLAY "NO OPENING BALANCE FILE - FIRST CLOSE, "
                   "OPENINGS TAKEN FROM THE BOOK FIGURES"
               EXIT PARAGRAPH
           END-IF
           IF WS-OPENING-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN OPENING-BALANCES, STATUS="
                   WS-OPENING-STATUS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OPENING-BALANCES
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM LOAD-ONE-OPENING
               END-READ
           END-PERFORM
           CLOSE OPENING-BALANCES.

       LOAD-ONE-OPENING.
           ADD 1 TO WS-OPENING-READ-COUNT
           IF IBL-PERIOD NOT = WS-CLOSE-PERIOD
               DISPLAY "OPENING BALANCES ON INVBAL.TXT ARE FOR PERIOD "
                   IBL-PERIOD ", NOT " WS-CLOSE-PERIOD
                   " - CLOSE REFUSED"
               CLOSE OPENING-BALANCES
               STOP RUN
           END-IF
           IF IBL-QOH NOT NUMERIC OR IBL-VALUE NOT NUMERIC
               DISPLAY "OPENING BALANCE FOR ITEM " IBL-ITEM-ID
                   " IS NOT NUMERIC - CLOSE REFUSED"
               CLOSE OPENING-BALANCES
               STOP RUN
           END-IF
           MOVE IBL-ITEM-ID TO WS-FIND-ITEM-ID
           PERFORM FIND-ITEM-ENTRY
           IF WS-ITEM-FOUND = 'Y'
               MOVE 'Y' TO WS-ICL-HAS-OPENING (WS-ICL-IDX)
               MOVE IBL-QOH TO WS-ICL-OPEN-QOH (WS-ICL-IDX)
               MOVE IBL-VALUE TO WS-ICL-OPEN-VALUE (WS-ICL-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-ORPHAN-COUNT >= 100
               DISPLAY "OPENING BALANCE FOR ITEM " IBL-ITEM-ID
                   " NOT ON MASTER (EXCEPTION TABLE FULL)"
           ELSE
               ADD 1 TO WS-ORPHAN-COUNT
               SET WS-ORPHAN-IDX TO WS-ORPHAN-COUNT
               MOVE IBL-ITEM-ID TO WS-ORPHAN-ITEM-ID (WS-ORPHAN-IDX)
               MOVE IBL-QOH TO WS-ORPHAN-QOH (WS-ORPHAN-IDX)
               MOVE IBL-VALUE TO WS-ORPHAN-VALUE (WS-ORPHAN-IDX)
           END-IF
           ADD 1 TO WS-EXCEPTION-COUNT.

       FIND-ITEM-ENTRY.
           MOVE 'N' TO WS-ITEM-FOUND
           PERFORM VARYING WS-ICL-IDX FROM 1 BY 1
               UNTIL WS-ICL-IDX > WS-ICL-COUNT
               OR WS-ITEM-FOUND = 'Y'
               IF WS-ICL-ITEM-ID (WS-ICL-IDX) = WS-FIND-ITEM-ID
                   MOVE 'Y' TO WS-ITEM-FOUND
               END-IF
           END-PERFORM
           IF WS-ITEM-FOUND = 'Y'
               SET WS-ICL-IDX DOWN BY 1
           END-IF.

       ROLL-AUDIT-TRAIL.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ INVENTORY-AUDIT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM ROLL-ONE-AUDIT-RECORD
               END-READ
           END-PERFORM.

       ROLL-ONE-AUDIT-RECORD.
           IF IAU-TRAN-DATE NUMERIC AND IAU-TRAN-DATE NOT = ZERO
               MOVE IAU-TRAN-DATE TO WS-AUDIT-DATE
           ELSE
               MOVE IAU-TIMESTAMP (1:8) TO WS-AUDIT-DATE
           END-IF
           IF WS-AUDIT-DATE NOT NUMERIC
               OR IAU-BEFORE-QOH NOT NUMERIC
               OR IAU-AFTER-QOH NOT NUMERIC
               ADD 1 TO WS-BAD-AUDIT-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDIT-DATE < WS-PERIOD-START
               EXIT PARAGRAPH
           END-IF
           MOVE IAU-ITEM-ID TO WS-FIND-ITEM-ID
           PERFORM FIND-ITEM-ENTRY
           IF WS-ITEM-FOUND = 'N'
               ADD 1 TO WS-UNKNOWN-AUDIT-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "AUDIT RECORD FOR ITEM " IAU-ITEM-ID
                   " DATED " WS-AUDIT-DATE " - ITEM NOT ON MASTER"
               EXIT PARAGRAPH
           END-IF
           IF IAU-BEFORE-COST NUMERIC
               MOVE IAU-BEFORE-COST TO WS-BEFORE-COST
           ELSE
               MOVE WS-ICL-UNIT-COST (WS-ICL-IDX) TO WS-BEFORE-COST
           END-IF
           IF IAU-AFTER-COST NUMERIC
               MOVE IAU-AFTER-COST TO WS-AFTER-COST
           ELSE
               MOVE WS-ICL-UNIT-COST (WS-ICL-IDX) TO WS-AFTER-COST
           END-IF
           COMPUTE WS-QTY-MOVE = IAU-AFTER-QOH - IAU-BEFORE-QOH
           COMPUTE WS-VALUE-MOVE =
               IAU-AFTER-QOH * WS-AFTER-COST
               - IAU-BEFORE-QOH * WS-BEFORE-COST
           IF WS-AUDIT-DATE > WS-PERIOD-END
               ADD 1 TO WS-LATER-AUDIT-COUNT
               ADD WS-QTY-MOVE TO WS-ICL-LATER-QOH (WS-ICL-IDX)
               ADD WS-VALUE-MOVE TO WS-ICL-LATER-VALUE (WS-ICL-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PERIOD-AUDIT-COUNT
           EVALUATE IAU-TRAN-CODE
               WHEN 'R'
                   ADD WS-QTY-MOVE TO WS-ICL-RECEIVED (WS-ICL-IDX)
               WHEN 'I'
                   SUBTRACT WS-QTY-MOVE FROM WS-ICL-ISSUED (WS-ICL-IDX)
               WHEN OTHER
                   ADD WS-QTY-MOVE TO WS-ICL-ADJUSTED (WS-ICL-IDX)
           END-EVALUATE
           ADD WS-VALUE-MOVE TO WS-ICL-MOVE-VALUE (WS-ICL-IDX).

       COMPUTE-CLOSING-FIGURES.
           PERFORM VARYING WS-ICL-IDX FROM 1 BY 1
               UNTIL WS-ICL-IDX > WS-ICL-COUNT
               PERFORM COMPUTE-ONE-CLOSE
           END-PERFORM.

       COMPUTE-ONE-CLOSE.
           COMPUTE WS-ICL-BOOK-QOH (WS-ICL-IDX) =
               WS-ICL-MASTER-QOH (WS-ICL-IDX)
               - WS-ICL-LATER-QOH (WS-ICL-IDX)
           COMPUTE WS-ICL-BOOK-VALUE (WS-ICL-IDX) =
               WS-ICL-MASTER-QOH (WS-ICL-IDX)
               * WS-ICL-UNIT-COST (WS-ICL-IDX)
               - WS-ICL-LATER-VALUE (WS-ICL-IDX)
           COMPUTE WS-QTY-MOVE =
               WS-ICL-RECEIVED (WS-ICL-IDX)
               - WS-ICL-ISSUED (WS-ICL-IDX)
               + WS-ICL-ADJUSTED (WS-ICL-IDX)
           IF WS-FIRST-CLOSE = 'Y'
               COMPUTE WS-ICL-OPEN-QOH (WS-ICL-IDX) =
                   WS-ICL-BOOK-QOH (WS-ICL-IDX) - WS-QTY-MOVE
               COMPUTE WS-ICL-OPEN-VALUE (WS-ICL-IDX) =
                   WS-ICL-BOOK-VALUE (WS-ICL-IDX)
                   - WS-ICL-MOVE-VALUE (WS-ICL-IDX)
           END-IF
           COMPUTE WS-ICL-CLOSE-QOH (WS-ICL-IDX) =
               WS-ICL-OPEN-QOH (WS-ICL-IDX) + WS-QTY-MOVE
           COMPUTE WS-ICL-CLOSE-VALUE (WS-ICL-IDX) =
               WS-ICL-OPEN-VALUE (WS-ICL-IDX)
               + WS-ICL-MOVE-VALUE (WS-ICL-IDX)
           IF WS-ICL-CLOSE-QOH (WS-ICL-IDX)
                   NOT = WS-ICL-BOOK-QOH (WS-ICL-IDX)
               OR WS-ICL-CLOSE-VALUE (WS-ICL-IDX)
                   NOT = WS-ICL-BOOK-VALUE (WS-ICL-IDX)
               OR WS-ICL-OPEN-QOH (WS-ICL-IDX) < ZERO
               OR WS-ICL-BOOK-QOH (WS-ICL-IDX) < ZERO
               MOVE 'Y' TO WS-ICL-EXCEPTION (WS-ICL-IDX)
               ADD 1 TO WS-ITEM-EXCEPTION-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           ADD WS-ICL-OPEN-VALUE (WS-ICL-IDX) TO WS-TOTAL-OPEN-VALUE
           ADD WS-ICL-CLOSE-VALUE (WS-ICL-IDX) TO WS-TOTAL-CLOSE-VALUE
           ADD WS-ICL-BOOK-VALUE (WS-ICL-IDX) TO WS-TOTAL-BOOK-VALUE.

       WRITE-CLOSE-HEADINGS.
           MOVE WS-CLOSE-PERIOD TO WS-HDG-PERIOD
           MOVE WS-PERIOD-START TO WS-HDG-START
           MOVE WS-PERIOD-END TO WS-HDG-END
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-OPERATOR-ID TO WS-HDG-OPERATOR
           MOVE WS-CLOSE-HEADING-1 TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           IF WS-FIRST-CLOSE = 'Y'
               MOVE "FIRST CLOSE - NO OPENING BALANCE FILE"
                   TO CLOSE-REPORT-LINE
               WRITE CLOSE-REPORT-LINE
               MOVE "OPENINGS = BOOK FIGURES LESS THE MONTH'S MOVEMENTS"
                   TO CLOSE-REPORT-LINE
               WRITE CLOSE-REPORT-LINE
           END-IF
           MOVE "BOOK = ON-HAND AND VALUATION LESS LATER MOVEMENTS"
               TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE "*** MARKS AN ITEM LISTED UNDER EXCEPTIONS"
               TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE SPACES TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE WS-CLOSE-HEADING-2 TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE.

       WRITE-ROLL-FORWARD.
           PERFORM VARYING WS-ICL-IDX FROM 1 BY 1
               UNTIL WS-ICL-IDX > WS-ICL-COUNT
               PERFORM WRITE-ONE-ROLL-LINE
           END-PERFORM
           MOVE SPACES TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE WS-TOTAL-OPEN-VALUE TO WS-TTL-OPEN-VALUE
           MOVE WS-TOTAL-CLOSE-VALUE TO WS-TTL-CLOSE-VALUE
           MOVE WS-TOTAL-BOOK-VALUE TO WS-TTL-BOOK-VALUE
           MOVE WS-TOTAL-LINE TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE.

       WRITE-ONE-ROLL-LINE.
           MOVE WS-ICL-ITEM-ID (WS-ICL-IDX) TO WS-RPT-ITEM-ID
           MOVE WS-ICL-DESCRIPTION (WS-ICL-IDX) TO WS-RPT-DESCRIPTION
           MOVE WS-ICL-OPEN-QOH (WS-ICL-IDX) TO WS-RPT-OPEN-QOH
           MOVE WS-ICL-RECEIVED (WS-ICL-IDX) TO WS-RPT-RECEIVED
           MOVE WS-ICL-ISSUED (WS-ICL-IDX) TO WS-RPT-ISSUED
           MOVE WS-ICL-ADJUSTED (WS-ICL-IDX) TO WS-RPT-ADJUSTED
           MOVE WS-ICL-CLOSE-QOH (WS-ICL-IDX) TO WS-RPT-CLOSE-QOH
           MOVE WS-ICL-BOOK-QOH (WS-ICL-IDX) TO WS-RPT-BOOK-QOH
           MOVE WS-ICL-OPEN-VALUE (WS-ICL-IDX) TO WS-RPT-OPEN-VALUE
           MOVE WS-ICL-CLOSE-VALUE (WS-ICL-IDX) TO WS-RPT-CLOSE-VALUE
           MOVE WS-ICL-BOOK-VALUE (WS-ICL-IDX) TO WS-RPT-BOOK-VALUE
           IF WS-ICL-EXCEPTION (WS-ICL-IDX) = 'Y'
               MOVE "***" TO WS-RPT-FLAG
           ELSE
               MOVE SPACES TO WS-RPT-FLAG
           END-IF
           MOVE WS-CLOSE-DETAIL TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE.

       WRITE-EXCEPTIONS-SECTION.
           MOVE SPACES TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE "----- EXCEPTIONS -----" TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "NONE - EVERY ITEM ROLLS FORWARD TO ITS BOOK"
                   TO CLOSE-REPORT-LINE
               WRITE CLOSE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ICL-IDX FROM 1 BY 1
               UNTIL WS-ICL-IDX > WS-ICL-COUNT
               IF WS-ICL-EXCEPTION (WS-ICL-IDX) = 'Y'
                   PERFORM WRITE-ONE-ITEM-EXCEPTION
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ORPHAN-IDX FROM 1 BY 1
               UNTIL WS-ORPHAN-IDX > WS-ORPHAN-COUNT
               MOVE WS-ORPHAN-ITEM-ID (WS-ORPHAN-IDX)
                   TO WS-EXC-ITEM-ID
               MOVE SPACES TO WS-EXC-DESCRIPTION
               MOVE WS-ORPHAN-QOH (WS-ORPHAN-IDX) TO WS-EXC-QTY-DIFF
               MOVE WS-ORPHAN-VALUE (WS-ORPHAN-IDX)
                   TO WS-EXC-VALUE-DIFF
               MOVE "OPENING BALANCE FOR AN ITEM NOT ON THE MASTER"
                   TO WS-EXC-NOTE
               MOVE WS-EXCEPTION-DETAIL TO CLOSE-REPORT-LINE
               WRITE CLOSE-REPORT-LINE
           END-PERFORM
           IF WS-UNKNOWN-AUDIT-COUNT > ZERO
               MOVE "AUDIT RECORDS FOR ITEMS NOT ON MASTER (CONSOLE)"
                   TO WS-CNT-LABEL
               MOVE WS-UNKNOWN-AUDIT-COUNT TO WS-CNT-VALUE
               WRITE CLOSE-REPORT-LINE FROM WS-COUNT-LINE
           END-IF.

       WRITE-ONE-ITEM-EXCEPTION.
           MOVE WS-ICL-ITEM-ID (WS-ICL-IDX) TO WS-EXC-ITEM-ID
           MOVE WS-ICL-DESCRIPTION (WS-ICL-IDX) TO WS-EXC-DESCRIPTION
           COMPUTE WS-QTY-DIFF = WS-ICL-CLOSE-QOH (WS-ICL-IDX)
               - WS-ICL-BOOK-QOH (WS-ICL-IDX)
           COMPUTE WS-VALUE-DIFF = WS-ICL-CLOSE-VALUE (WS-ICL-IDX)
               - WS-ICL-BOOK-VALUE (WS-ICL-IDX)
           MOVE WS-QTY-DIFF TO WS-EXC-QTY-DIFF
           MOVE WS-VALUE-DIFF TO WS-EXC-VALUE-DIFF
           EVALUATE TRUE
               WHEN WS-ICL-BOOK-QOH (WS-ICL-IDX) < ZERO
                   MOVE "BOOK QUANTITY NEGATIVE AT PERIOD END"
                       TO WS-EXC-NOTE
               WHEN WS-ICL-OPEN-QOH (WS-ICL-IDX) < ZERO
                   MOVE "OPENING QUANTITY NEGATIVE"
                       TO WS-EXC-NOTE
               WHEN WS-ICL-HAS-OPENING (WS-ICL-IDX) = 'N'
                   AND WS-FIRST-CLOSE = 'N'
                   MOVE "NO OPENING BALANCE (ITEM ADDED IN THE MONTH)"
                       TO WS-EXC-NOTE
               WHEN WS-QTY-DIFF NOT = ZERO
                   MOVE "ON-HAND DOES NOT AGREE WITH POSTED MOVEMENTS"
                       TO WS-EXC-NOTE
               WHEN OTHER
                   MOVE "VALUE DOES NOT AGREE WITH STOCK VALUATION"
                       TO WS-EXC-NOTE
           END-EVALUATE
           MOVE WS-EXCEPTION-DETAIL TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE.

       WRITE-CLOSE-SUMMARY.
           MOVE SPACES TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE "ITEMS CLOSED" TO WS-CNT-LABEL
           MOVE WS-ICL-COUNT TO WS-CNT-VALUE
           WRITE CLOSE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "OPENING BALANCES READ" TO WS-CNT-LABEL
           MOVE WS-OPENING-READ-COUNT TO WS-CNT-VALUE
           WRITE CLOSE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "AUDIT RECORDS DATED IN THE PERIOD" TO WS-CNT-LABEL
           MOVE WS-PERIOD-AUDIT-COUNT TO WS-CNT-VALUE
           WRITE CLOSE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "AUDIT RECORDS DATED AFTER THE PERIOD" TO WS-CNT-LABEL
           MOVE WS-LATER-AUDIT-COUNT TO WS-CNT-VALUE
           WRITE CLOSE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "AUDIT RECORDS UNREADABLE (SKIPPED)" TO WS-CNT-LABEL
           MOVE WS-BAD-AUDIT-COUNT TO WS-CNT-VALUE
           WRITE CLOSE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "ITEMS WITH EXCEPTIONS" TO WS-CNT-LABEL
           MOVE WS-ITEM-EXCEPTION-COUNT TO WS-CNT-VALUE
           WRITE CLOSE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "TOTAL EXCEPTIONS" TO WS-CNT-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-CNT-VALUE
           WRITE CLOSE-REPORT-LINE FROM WS-COUNT-LINE.

       SAVE-CLOSING-BALANCES.
           OPEN OUTPUT OPENING-BALANCES
           IF WS-OPENING-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN OPENING-BALANCES, STATUS="
                   WS-OPENING-STATUS " - PERIOD NOT CLOSED"
               STOP RUN
           END-IF
           PERFORM VARYING WS-ICL-IDX FROM 1 BY 1
               UNTIL WS-ICL-IDX > WS-ICL-COUNT
               MOVE WS-NEXT-PERIOD TO IBL-PERIOD
               MOVE WS-ICL-ITEM-ID (WS-ICL-IDX) TO IBL-ITEM-ID
               IF WS-ICL-BOOK-QOH (WS-ICL-IDX) < ZERO
                   MOVE ZERO TO IBL-QOH
                   MOVE ZERO TO IBL-VALUE
               ELSE
                   MOVE WS-ICL-BOOK-QOH (WS-ICL-IDX) TO IBL-QOH
                   MOVE WS-ICL-BOOK-VALUE (WS-ICL-IDX) TO IBL-VALUE
               END-IF
               WRITE OPENING-BALANCE-RECORD
           END-PERFORM
           CLOSE OPENING-BALANCES.

       MARK-PERIOD-CLOSED.
           OPEN OUTPUT PERIOD-CONTROL
           IF WS-PERIOD-CTL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PERIOD-CONTROL, STATUS="
                   WS-PERIOD-CTL-STATUS
               DISPLAY "OPENING BALANCES FOR " WS-NEXT-PERIOD
                   " WERE SAVED BUT PERIOD " WS-CLOSE-PERIOD
                   " IS NOT MARKED CLOSED"
               STOP RUN
           END-IF
           MOVE WS-CLOSE-PERIOD TO IPC-LAST-CLOSED-PERIOD
           MOVE WS-RUN-DATE TO IPC-CLOSED-DATE
           MOVE WS-OPERATOR-ID TO IPC-OPERATOR-ID
           MOVE WS-EXCEPTION-COUNT TO IPC-EXCEPTION-COUNT
           WRITE PERIOD-CONTROL-RECORD
           CLOSE PERIOD-CONTROL.

       COPY PERIODP.CPY.

       COPY AUTHP.CPY.

       END PROGRAM INVENTORY-CLOSE.
