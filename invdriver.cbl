      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly driver job for the inventory system. Runs
      *          the inventory jobs in a fixed order as one run:
      *          receipts/issues posting of invtran.txt, the reorder
      *          report and PO cut, open-PO aging, stock valuation and
      *          the issue-cost summary by department - the same
      *          shared paragraphs the stand-alone programs use.
      *          Each run is recorded on its own run-control file
      *          (invrunctl.txt, INVRCTL.CPY) with a start record, a
      *          record as each step completes and an end record, all
      *          carrying the step counts. A run that died partway
      *          through leaves no end record and the driver refuses
      *          to start again, so invtran.txt is never posted twice,
      *          until an operator reruns it with CLEAR (full run,
      *          posting included) or RESUME (posting skipped, the
      *          remaining steps run). When posting rejects exceed
      *          INV-REJECT-THRESHOLD in runparm.txt (zero when
      *          absent) the run stops before the reorder step. The
      *          operator must hold INVENTORY-DRIVER authority on
      *          operauth.txt, and the posting step rejects any
      *          transaction code the operator may not post under it.
      *          Audit records written by the run carry its run
      *          number for the nightly balance sheet.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY-DRIVER.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT ITEM-MASTER ASSIGN TO "../invmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-ITEM-ID
               FILE STATUS IS WS-ITEM-MASTER-STATUS.

               SELECT INVENTORY-TRANS ASSIGN TO "../invtran.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-TRAN-STATUS.

               SELECT INVENTORY-AUDIT ASSIGN TO "../invaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-AUDIT-STATUS.

               SELECT OPEN-PO-FILE ASSIGN TO "../openpo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-OPEN-PO-STATUS.

               SELECT BACKORDER-FILE ASSIGN TO "../backorder.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKO-KEY
               FILE STATUS IS WS-BACKORDER-STATUS.

               SELECT VENDOR-MASTER ASSIGN TO "../vendmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VND-CODE
               FILE STATUS IS WS-VENDOR-MASTER-STATUS.

               SELECT PERIOD-CONTROL ASSIGN TO "../invperiod.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CTL-STATUS.

               SELECT RUN-PARM-FILE ASSIGN TO "../runparm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

               SELECT REORDER-REPORT ASSIGN TO "../reorder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REORDER-REPORT-STATUS.

               SELECT PO-AGING-REPORT ASSIGN TO "../poaging.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-AGING-STATUS.

               SELECT VALUATION-REPORT ASSIGN TO "../invvalue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALUATION-STATUS.

               SELECT DEPT-COST-REPORT ASSIGN TO "../deptcost.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-REPORT-STATUS.

               SELECT INV-RUN-CONTROL ASSIGN TO "../invrunctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-RUN-CTL-STATUS.

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

           FD INVENTORY-TRANS.
           01 INVENTORY-TRAN-RECORD.
               COPY INVTRAN.CPY.

           FD INVENTORY-AUDIT.
           01 INVENTORY-AUDIT-RECORD.
               COPY INVAUD.CPY.

           FD OPEN-PO-FILE.
           01 OPEN-PO-RECORD.
               COPY POREC.CPY.

           FD BACKORDER-FILE.
           01 BACKORDER-RECORD.
               COPY BKOREC.CPY.

           FD VENDOR-MASTER.
           01 VENDOR-MASTER-RECORD.
               COPY VENDREC.CPY.

           FD PERIOD-CONTROL.
           01 PERIOD-CONTROL-RECORD.
               COPY INVCTL.CPY.

           FD RUN-PARM-FILE.
           01 RUN-PARM-LINE PIC X(40).

           FD REORDER-REPORT.
           01 REORDER-REPORT-LINE PIC X(90).

           FD PO-AGING-REPORT.
           01 PO-AGING-LINE PIC X(90).

           FD VALUATION-REPORT.
           01 VALUATION-REPORT-LINE PIC X(90).

           FD DEPT-COST-REPORT.
           01 DEPT-COST-LINE PIC X(80).

           FD INV-RUN-CONTROL.
           01 INV-RUN-CONTROL-RECORD.
               COPY INVRCTL.CPY.

           FD OPERATOR-AUTH.
           01 OPERATOR-AUTH-RECORD.
               COPY OPERAUTH.CPY.

           FD AUTH-VIOLATIONS.
           01 AUTH-VIOLATION-RECORD.
               COPY AUTHVIOL.CPY.

           WORKING-STORAGE SECTION.
           01 WS-ITEM-MASTER-STATUS PIC X(2).
           01 WS-INV-TRAN-STATUS PIC X(2).
           01 WS-INV-TRAN-EOF PIC A(1) VALUE 'N'.
           01 WS-INV-AUDIT-STATUS PIC X(2).
           01 WS-OPEN-PO-STATUS PIC X(2).
           01 WS-VENDOR-MASTER-STATUS PIC X(2).
           01 WS-REORDER-REPORT-STATUS PIC X(2).
           01 WS-PO-AGING-STATUS PIC X(2).
           01 WS-VALUATION-STATUS PIC X(2).
           01 WS-DEPT-REPORT-STATUS PIC X(2).
           01 WS-RUN-PARM-STATUS PIC X(2).
           COPY WSPARM.CPY.

           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-MASTER-EOF PIC A(1).
           01 WS-PO-EOF PIC A(1).

           01 WS-BACKORDER-STATUS PIC X(2).
           01 WS-BKO-AVAILABLE PIC A(1) VALUE 'N'.
           01 WS-BKO-EOF PIC A(1).

           COPY WSINVPST.CPY.

           COPY WSREORD.CPY.

           COPY WSPOAGE.CPY.

           COPY WSINVVAL.CPY.

           COPY WSDEPTC.CPY.

           COPY WSPERIOD.CPY.

           01 WS-INV-RUN-CTL-STATUS PIC X(2).
           01 WS-RUN-CTL-EOF PIC A(1).
           01 WS-COMMAND-LINE PIC X(40) VALUE SPACES.
           01 WS-RUN-DIRECTIVE PIC X(8) VALUE SPACES.
           01 WS-LAST-RUN-NUMBER PIC 9(5) VALUE ZERO.
           01 WS-RUN-NUMBER PIC 9(5) VALUE ZERO.
           01 WS-PRIOR-RUN-OPEN PIC A(1) VALUE 'N'.
           01 WS-PRIOR-LAST-STEP PIC 9(1) VALUE ZERO.
           01 WS-RESUME-RUN PIC A(1) VALUE 'N'.
           01 WS-RUN-CTL-TYPE PIC X(1).
           01 WS-LAST-STEP PIC 9(1) VALUE ZERO.
           01 WS-POSTING-DONE PIC A(1) VALUE 'N'.
           01 WS-RUN-HALTED PIC A(1) VALUE 'N'.
           01 WS-REJECT-THRESHOLD PIC 9(5) VALUE ZERO.
           01 WS-STEP-NAME PIC X(18).

           COPY WSAUTH.CPY.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-OPERATOR-ID WS-RUN-DIRECTIVE
           END-UNSTRING.
           MOVE "INVENTORY-DRIVER" TO WS-AUTH-PROGRAM.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM OPEN-RUN-CONTROL-ENTRY.
           PERFORM READ-RUN-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           IF WS-RESUME-RUN = 'Y'
               DISPLAY "RESUMED RUN - POSTING STEP SKIPPED SO "
                   "INVTRAN.TXT IS NOT POSTED A SECOND TIME"
           ELSE
               PERFORM RUN-POSTING-STEP
           END-IF.
           IF WS-POSTING-DONE = 'Y'
               AND WS-POST-REJECT-COUNT > WS-REJECT-THRESHOLD
               MOVE 'Y' TO WS-RUN-HALTED
               DISPLAY "*** DRIVER HALTED *** POSTING REJECTS "
                   WS-POST-REJECT-COUNT " EXCEED THRESHOLD "
                   WS-REJECT-THRESHOLD
               DISPLAY "REORDER, PO AGING, VALUATION AND ISSUE COST "
                   "STEPS SKIPPED"
           ELSE
               IF WS-POSTING-DONE = 'Y'
                   DISPLAY "POSTING PASSED - " WS-POST-REJECT-COUNT
                       " REJECT(S), THRESHOLD " WS-REJECT-THRESHOLD
               END-IF
               PERFORM RUN-REORDER-STEP
               PERFORM RUN-PO-AGING-STEP
               PERFORM RUN-VALUATION-STEP
               PERFORM RUN-ISSUE-COST-STEP
           END-IF.
           PERFORM CLOSE-RUN-CONTROL-ENTRY.
           STOP RUN.

       CHECK-RUN-CONTROL.
           MOVE ZERO TO WS-LAST-RUN-NUMBER.
           MOVE 'N' TO WS-PRIOR-RUN-OPEN.
           MOVE 'N' TO WS-RUN-CTL-EOF.
           OPEN INPUT INV-RUN-CONTROL.
           IF WS-INV-RUN-CTL-STATUS NOT = "00"
               DISPLAY "NO INVENTORY RUN-CONTROL FILE - STARTING RUN "
                   "HISTORY"
           ELSE
               PERFORM UNTIL WS-RUN-CTL-EOF = 'Y'
                   READ INV-RUN-CONTROL
                       AT END MOVE 'Y' TO WS-RUN-CTL-EOF
                       NOT AT END PERFORM NOTE-RUN-CONTROL-RECORD
                   END-READ
               END-PERFORM
               CLOSE INV-RUN-CONTROL
           END-IF.
           IF WS-PRIOR-RUN-OPEN = 'Y'
               IF WS-RUN-DIRECTIVE = "CLEAR"
                   OR WS-RUN-DIRECTIVE = "RESUME"
                   MOVE 'X' TO WS-RUN-CTL-TYPE
                   MOVE WS-LAST-RUN-NUMBER TO WS-RUN-NUMBER
                   PERFORM WRITE-RUN-CONTROL-RECORD
                   DISPLAY "INCOMPLETE RUN " WS-LAST-RUN-NUMBER
                       " CLEARED BY OPERATOR " WS-OPERATOR-ID
                   IF WS-RUN-DIRECTIVE = "RESUME"
                       MOVE 'Y' TO WS-RESUME-RUN
                   END-IF
               ELSE
                   MOVE WS-PRIOR-LAST-STEP TO WS-LAST-STEP
                   PERFORM NAME-LAST-STEP
                   DISPLAY "*** DRIVER REFUSED *** RUN "
                       WS-LAST-RUN-NUMBER " IS MARKED INCOMPLETE"
                   DISPLAY "LAST STEP COMPLETED: " WS-PRIOR-LAST-STEP
                       " " WS-STEP-NAME
                   DISPLAY "CHECK WHETHER ITS POSTINGS REACHED THE "
                       "ITEM MASTER, THEN RERUN WITH CLEAR (FULL RUN) "
                       "OR RESUME (POSTING SKIPPED)"
                   STOP RUN
               END-IF
           END-IF.

       NOTE-RUN-CONTROL-RECORD.
           IF IRC-RUN-NUMBER NUMERIC
               MOVE IRC-RUN-NUMBER TO WS-LAST-RUN-NUMBER
           END-IF.
           EVALUATE TRUE
               WHEN IRC-START
                   MOVE 'Y' TO WS-PRIOR-RUN-OPEN
                   MOVE ZERO TO WS-PRIOR-LAST-STEP
               WHEN IRC-STEP-DONE
                   MOVE 'Y' TO WS-PRIOR-RUN-OPEN
                   IF IRC-LAST-STEP NUMERIC
                       MOVE IRC-LAST-STEP TO WS-PRIOR-LAST-STEP
                   END-IF
               WHEN IRC-END
                   MOVE 'N' TO WS-PRIOR-RUN-OPEN
               WHEN IRC-CLEARED
                   MOVE 'N' TO WS-PRIOR-RUN-OPEN
           END-EVALUATE.

       NAME-LAST-STEP.
           EVALUATE WS-LAST-STEP
               WHEN 1
                   MOVE "INVENTORY-POST" TO WS-STEP-NAME
               WHEN 2
                   MOVE "INVENTORY-REORDER" TO WS-STEP-NAME
               WHEN 3
                   MOVE "PO-AGING" TO WS-STEP-NAME
               WHEN 4
                   MOVE "STOCK-VALUATION" TO WS-STEP-NAME
               WHEN 5
                   MOVE "ISSUE-COST-SUMMARY" TO WS-STEP-NAME
               WHEN OTHER
                   MOVE "(NONE)" TO WS-STEP-NAME
           END-EVALUATE.

       OPEN-RUN-CONTROL-ENTRY.
           COMPUTE WS-RUN-NUMBER = WS-LAST-RUN-NUMBER + 1.
           MOVE ZERO TO WS-LAST-STEP.
           MOVE 'S' TO WS-RUN-CTL-TYPE.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           DISPLAY "INVENTORY RUN " WS-RUN-NUMBER
               " STARTED BY OPERATOR " WS-OPERATOR-ID.

       CLOSE-STEP-ENTRY.
           PERFORM NAME-LAST-STEP.
           MOVE 'P' TO WS-RUN-CTL-TYPE.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           DISPLAY "STEP " WS-LAST-STEP " " WS-STEP-NAME " COMPLETE".

       CLOSE-RUN-CONTROL-ENTRY.
           MOVE 'E' TO WS-RUN-CTL-TYPE.
           PERFORM WRITE-RUN-CONTROL-RECORD.
           DISPLAY "INVENTORY RUN " WS-RUN-NUMBER " RECORDED COMPLETE".

       WRITE-RUN-CONTROL-RECORD.
           OPEN EXTEND INV-RUN-CONTROL.
           IF WS-INV-RUN-CTL-STATUS = "35"
               OPEN OUTPUT INV-RUN-CONTROL
           END-IF.
           IF WS-INV-RUN-CTL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN INV-RUN-CONTROL, STATUS="
                   WS-INV-RUN-CTL-STATUS
               STOP RUN
           END-IF.
           MOVE WS-RUN-CTL-TYPE TO IRC-RECORD-TYPE.
           MOVE WS-RUN-NUMBER TO IRC-RUN-NUMBER.
           MOVE FUNCTION CURRENT-DATE TO IRC-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO IRC-OPERATOR-ID.
           MOVE WS-LAST-STEP TO IRC-LAST-STEP.
           MOVE WS-POSTING-DONE TO IRC-POSTING-DONE.
           MOVE WS-RUN-HALTED TO IRC-HALTED.
           MOVE WS-REJECT-THRESHOLD TO IRC-REJECT-THRESHOLD.
           MOVE WS-RECEIPT-COUNT TO IRC-RECEIPT-COUNT.
           MOVE WS-ISSUE-COUNT TO IRC-ISSUE-COUNT.
           MOVE WS-ADJUSTMENT-COUNT TO IRC-ADJUSTMENT-COUNT.
           MOVE WS-COST-CHANGE-COUNT TO IRC-COST-CHANGE-COUNT.
           MOVE WS-POST-REJECT-COUNT TO IRC-POST-REJECT-COUNT.
           MOVE WS-CLOSED-PERIOD-COUNT TO IRC-CLOSED-PERIOD-COUNT.
           MOVE WS-BACKORDER-COUNT TO IRC-BACKORDER-COUNT.
           MOVE WS-BKO-FILL-COUNT TO IRC-BKO-FILL-COUNT.
           MOVE WS-REORDER-COUNT TO IRC-REORDER-COUNT.
           MOVE WS-PO-CUT-COUNT TO IRC-PO-CUT-COUNT.
           MOVE WS-OVERDUE-COUNT TO IRC-OVERDUE-PO-COUNT.
           MOVE WS-VALUED-COUNT TO IRC-VALUED-COUNT.
           MOVE WS-TOTAL-VALUE TO IRC-STOCK-VALUE.
           MOVE WS-COSTED-ISSUE-COUNT TO IRC-COSTED-ISSUE-COUNT.
           WRITE INV-RUN-CONTROL-RECORD.
           CLOSE INV-RUN-CONTROL.

       READ-RUN-PARAMETERS.
           PERFORM LOAD-RUN-PARAMETERS.
           MOVE "INV-REJECT-THRESHOLD" TO WS-LOOKUP-PARM-KEY.
           MOVE ZERO TO WS-PARM-DEFAULT-VALUE.
           PERFORM GET-NUMERIC-PARAMETER.
           MOVE WS-PARM-NUMERIC-VALUE TO WS-REJECT-THRESHOLD.
           MOVE "REORDER-FACTOR" TO WS-LOOKUP-PARM-KEY.
           MOVE 2 TO WS-PARM-DEFAULT-VALUE.
           PERFORM GET-NUMERIC-PARAMETER.
           MOVE WS-PARM-NUMERIC-VALUE TO WS-REORDER-FACTOR.
           DISPLAY "RUN PARAMETERS USED: INV-REJECT-THRESHOLD="
               WS-REJECT-THRESHOLD " REORDER-FACTOR="
               WS-REORDER-FACTOR.

       RUN-POSTING-STEP.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-POST-DATE.
           MOVE WS-POST-DATE TO WS-PERIOD-DEFAULT-DATE.
           PERFORM LOAD-CLOSED-PERIOD.
           OPEN EXTEND INVENTORY-AUDIT.
           IF WS-INV-AUDIT-STATUS = "35"
               OPEN OUTPUT INVENTORY-AUDIT
           END-IF.
           IF WS-INV-AUDIT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN INVENTORY-AUDIT, STATUS="
                   WS-INV-AUDIT-STATUS
               STOP RUN
           END-IF.
           OPEN I-O OPEN-PO-FILE.
           IF WS-OPEN-PO-STATUS = "00"
               MOVE 'Y' TO WS-PO-AVAILABLE
           ELSE
               DISPLAY "OPEN-PO FILE NOT AVAILABLE, STATUS="
                   WS-OPEN-PO-STATUS " - RECEIPTS POSTED WITHOUT "
                   "PO TRACKING"
           END-IF.
           PERFORM OPEN-BACKORDER-FILE.
           OPEN I-O ITEM-MASTER.
           IF WS-ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ITEM-MASTER, STATUS="
                   WS-ITEM-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT INVENTORY-TRANS.
           IF WS-INV-TRAN-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN INVENTORY-TRANS, STATUS="
                   WS-INV-TRAN-STATUS
               CLOSE ITEM-MASTER
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-INV-TRAN-EOF.
           PERFORM UNTIL WS-INV-TRAN-EOF = 'Y'
               READ INVENTORY-TRANS
                   AT END MOVE 'Y' TO WS-INV-TRAN-EOF
                   NOT AT END PERFORM POST-ONE-TRANSACTION
               END-READ
           END-PERFORM.
           CLOSE INVENTORY-TRANS.
           CLOSE ITEM-MASTER.
           CLOSE INVENTORY-AUDIT.
           IF WS-PO-AVAILABLE = 'Y'
               CLOSE OPEN-PO-FILE
           END-IF.
           IF WS-BKO-AVAILABLE = 'Y'
               CLOSE BACKORDER-FILE
           END-IF.
           DISPLAY "RECEIPTS: " WS-RECEIPT-COUNT
               " ISSUES: " WS-ISSUE-COUNT
               " ADJUSTMENTS: " WS-ADJUSTMENT-COUNT
               " COST CHANGES: " WS-COST-CHANGE-COUNT
               " REJECTS: " WS-POST-REJECT-COUNT
               " CLOSED PERIOD: " WS-CLOSED-PERIOD-COUNT
               " NOT AUTHORIZED: " WS-AUTH-REJECT-COUNT
               " NO-PO RECEIPTS: " WS-NO-PO-COUNT
               " OVER-RECEIPTS: " WS-OVER-RECEIPT-COUNT
               " POS CLOSED: " WS-PO-CLOSED-COUNT
               " BACK-ORDERED: " WS-BACKORDER-COUNT
               " BACK-ORDER FILLS: " WS-BKO-FILL-COUNT
               " BACK-ORDERS COMPLETED: " WS-BKO-FILLED-COUNT.
           MOVE 'Y' TO WS-POSTING-DONE.
           MOVE 1 TO WS-LAST-STEP.
           PERFORM CLOSE-STEP-ENTRY.

       RUN-REORDER-STEP.
           PERFORM OPEN-PO-MASTER.
           OPEN INPUT VENDOR-MASTER.
           IF WS-VENDOR-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN VENDOR-MASTER, STATUS="
                   WS-VENDOR-MASTER-STATUS
               CLOSE OPEN-PO-FILE
               STOP RUN
           END-IF.
           OPEN INPUT BACKORDER-FILE.
           IF WS-BACKORDER-STATUS = "00"
               MOVE 'Y' TO WS-BKO-AVAILABLE
           ELSE
               MOVE 'N' TO WS-BKO-AVAILABLE
               DISPLAY "BACK-ORDER FILE NOT AVAILABLE, STATUS="
                   WS-BACKORDER-STATUS " - NO BACK-ORDER DEMAND ADDED"
           END-IF.
           OPEN INPUT ITEM-MASTER.
           IF WS-ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ITEM-MASTER, STATUS="
                   WS-ITEM-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REORDER-REPORT.
           IF WS-REORDER-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN REORDER-REPORT, STATUS="
                   WS-REORDER-REPORT-STATUS
               CLOSE ITEM-MASTER
               STOP RUN
           END-IF.
           MOVE "===== REORDER REPORT =====" TO REORDER-REPORT-LINE.
           WRITE REORDER-REPORT-LINE.
           MOVE WS-REORDER-FACTOR TO WS-HDG-FACTOR.
           MOVE WS-FACTOR-HEADING TO REORDER-REPORT-LINE.
           WRITE REORDER-REPORT-LINE.
           MOVE WS-REPORT-HEADING TO REORDER-REPORT-LINE.
           WRITE REORDER-REPORT-LINE.
           PERFORM SCAN-ITEM-MASTER.
           IF WS-REORDER-COUNT = ZERO
               MOVE "NO ITEMS AT OR BELOW THEIR REORDER POINT"
                   TO REORDER-REPORT-LINE
               WRITE REORDER-REPORT-LINE
           END-IF.
           CLOSE REORDER-REPORT.
           CLOSE ITEM-MASTER.
           CLOSE OPEN-PO-FILE.
           CLOSE VENDOR-MASTER.
           IF WS-BKO-AVAILABLE = 'Y'
               CLOSE BACKORDER-FILE
           END-IF.
           DISPLAY "REORDER REPORT COMPLETE - " WS-REORDER-COUNT
               " OF " WS-ITEM-COUNT " ITEM(S) NEED ORDERING, "
               WS-PO-CUT-COUNT " PURCHASE ORDER(S) CUT, "
               WS-BAD-VENDOR-COUNT " HELD FOR VENDOR, "
               WS-BACKORDER-ITEM-COUNT " WITH BACK-ORDERS".
           MOVE 2 TO WS-LAST-STEP.
           PERFORM CLOSE-STEP-ENTRY.

       RUN-PO-AGING-STEP.
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           OPEN INPUT OPEN-PO-FILE.
           IF WS-OPEN-PO-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN OPEN-PO-FILE, STATUS="
                   WS-OPEN-PO-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT PO-AGING-REPORT.
           IF WS-PO-AGING-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PO-AGING-REPORT, STATUS="
                   WS-PO-AGING-STATUS
               CLOSE OPEN-PO-FILE
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-AGING-HDG-DATE.
           MOVE WS-AGING-HEADING-1 TO PO-AGING-LINE.
           WRITE PO-AGING-LINE.
           MOVE WS-AGING-HEADING-2 TO PO-AGING-LINE.
           WRITE PO-AGING-LINE.
           PERFORM SCAN-OPEN-PO-FILE.
           IF WS-OVERDUE-COUNT = ZERO
               MOVE "NO OPEN ORDERS PAST THEIR EXPECTED DATE"
                   TO PO-AGING-LINE
               WRITE PO-AGING-LINE
           END-IF.
           CLOSE PO-AGING-REPORT.
           CLOSE OPEN-PO-FILE.
           DISPLAY "PO AGING COMPLETE - " WS-OPEN-COUNT
               " OPEN ORDER(S), " WS-OVERDUE-COUNT " OVERDUE".
           MOVE 3 TO WS-LAST-STEP.
           PERFORM CLOSE-STEP-ENTRY.

       RUN-VALUATION-STEP.
           OPEN INPUT ITEM-MASTER.
           IF WS-ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ITEM-MASTER, STATUS="
                   WS-ITEM-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT VALUATION-REPORT.
           IF WS-VALUATION-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN VALUATION-REPORT, STATUS="
                   WS-VALUATION-STATUS
               CLOSE ITEM-MASTER
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-VALUE-HDG-DATE.
           MOVE WS-VALUE-HEADING-1 TO VALUATION-REPORT-LINE.
           WRITE VALUATION-REPORT-LINE.
           MOVE WS-VALUE-HEADING-2 TO VALUATION-REPORT-LINE.
           WRITE VALUATION-REPORT-LINE.
           PERFORM SCAN-VALUATION-MASTER.
           PERFORM WRITE-VENDOR-TOTALS.
           MOVE WS-TOTAL-VALUE TO WS-TTL-VALUE.
           MOVE WS-VALUE-TOTAL-DETAIL TO VALUATION-REPORT-LINE.
           WRITE VALUATION-REPORT-LINE.
           CLOSE VALUATION-REPORT.
           CLOSE ITEM-MASTER.
           DISPLAY "VALUATION COMPLETE - " WS-VALUED-COUNT
               " ITEM(S) VALUED".
           MOVE 4 TO WS-LAST-STEP.
           PERFORM CLOSE-STEP-ENTRY.

       RUN-ISSUE-COST-STEP.
           OPEN INPUT ITEM-MASTER.
           IF WS-ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ITEM-MASTER, STATUS="
                   WS-ITEM-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT INVENTORY-TRANS.
           IF WS-INV-TRAN-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN INVENTORY-TRANS, STATUS="
                   WS-INV-TRAN-STATUS
               CLOSE ITEM-MASTER
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-INV-TRAN-EOF.
           PERFORM UNTIL WS-INV-TRAN-EOF = 'Y'
               READ INVENTORY-TRANS
                   AT END MOVE 'Y' TO WS-INV-TRAN-EOF
                   NOT AT END
                       IF ITR-CODE = 'I'
                           PERFORM COST-ONE-ISSUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVENTORY-TRANS.
           CLOSE ITEM-MASTER.
           PERFORM PRINT-DEPT-REPORT.
           DISPLAY "ISSUE COST SUMMARY COMPLETE - "
               WS-COSTED-ISSUE-COUNT
               " ISSUE(S) COSTED ACROSS " WS-DEPT-COUNT
               " DEPARTMENT(S), " WS-UNKNOWN-ITEM-COUNT
               " ISSUE(S) FOR UNKNOWN ITEMS SKIPPED".
           MOVE 5 TO WS-LAST-STEP.
           PERFORM CLOSE-STEP-ENTRY.

       COPY INVPOSTP.CPY.

       COPY REORDERP.CPY.

       COPY POAGEP.CPY.

       COPY INVVALP.CPY.

       COPY DEPTCSTP.CPY.

       COPY PERIODP.CPY.

       COPY PARMP.CPY.

       COPY AUTHP.CPY.

       END PROGRAM INVENTORY-DRIVER.
