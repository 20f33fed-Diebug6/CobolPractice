      ******************************************************************
      * Author:
      * Date:
      * Purpose: Back-order aging report by department. Reads every
      *          open back-order on backorder.dat (BKOREC.CPY),
      *          sorted by charge-to department and then by request
      *          date, and lists each with the item, the quantity
      *          asked for, filled so far and still owed, and the days
      *          it has been waiting. Each department closes with its
      *          count, quantity still owed, oldest wait and a count
      *          of requests waiting 0-7, 8-14, 15-30 and over 30
      *          days, so the stockroom can tell a department how long
      *          it has been kept waiting. Back-orders without a
      *          department are grouped under (NONE).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKORDER-AGING.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT BACKORDER-FILE ASSIGN TO "../backorder.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKO-KEY
               FILE STATUS IS WS-BACKORDER-STATUS.

               SELECT ITEM-MASTER ASSIGN TO "../invmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-ITEM-ID
               FILE STATUS IS WS-ITEM-MASTER-STATUS.

               SELECT BKO-SORT-WORK ASSIGN TO "../bkosort.tmp".

               SELECT BKO-AGING-REPORT ASSIGN TO "../boaging.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKO-AGING-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD BACKORDER-FILE.
           01 BACKORDER-RECORD.
               COPY BKOREC.CPY.

           FD ITEM-MASTER.
           01 ITEM-MASTER-RECORD.
               COPY INVITEM.CPY.

           SD BKO-SORT-WORK.
           01 BKO-SORT-RECORD.
               05 BSW-DEPARTMENT PIC X(6).
               05 BSW-REQUEST-DATE PIC 9(8).
               05 BSW-ITEM-ID PIC X(6).
               05 BSW-ORDER-QTY PIC 9(5).
               05 BSW-FILLED-QTY PIC 9(5).
               05 BSW-DAYS-WAITING PIC 9(5).

           FD BKO-AGING-REPORT.
           01 BKO-AGING-LINE PIC X(110).

           WORKING-STORAGE SECTION.
           01 WS-BACKORDER-STATUS PIC X(2).
           01 WS-ITEM-MASTER-STATUS PIC X(2).
           01 WS-BKO-AGING-STATUS PIC X(2).
           01 WS-ITEM-MASTER-AVAILABLE PIC A(1) VALUE 'N'.
           01 WS-EOF PIC A(1).
           01 WS-SORT-EOF PIC A(1).

           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-DATE-INTEGER PIC 9(7).
           01 WS-REQUEST-INTEGER PIC 9(7).
           01 WS-DAYS-WAITING PIC S9(5).
           01 WS-OUTSTANDING PIC 9(5).

           01 WS-CURRENT-DEPT PIC X(6) VALUE SPACES.
           01 WS-FIRST-DEPT PIC A(1) VALUE 'Y'.
           01 WS-DEPT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-DEPT-OUTSTANDING PIC 9(7) VALUE ZERO.
           01 WS-DEPT-OLDEST PIC 9(5) VALUE ZERO.
           01 WS-DEPT-BUCKETS.
               05 WS-DEPT-BUCKET PIC 9(5) OCCURS 4 TIMES.
           01 WS-BUCKET-IDX PIC 9(1).

           01 WS-OPEN-COUNT PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-OUTSTANDING PIC 9(7) VALUE ZERO.
           01 WS-DEPARTMENT-COUNT PIC 9(3) VALUE ZERO.

           01 WS-REPORT-HEADING-1.
               05 FILLER PIC X(36)
                   VALUE "===== BACK-ORDER AGING =====".
               05 FILLER PIC X(9) VALUE "RUN DATE ".
               05 WS-HDG-RUN-DATE PIC 9(8).

           01 WS-REPORT-HEADING-2.
               05 FILLER PIC X(8) VALUE "DEPT".
               05 FILLER PIC X(7) VALUE "ITEM".
               05 FILLER PIC X(21) VALUE "DESCRIPTION".
               05 FILLER PIC X(10) VALUE "REQUESTED".
               05 FILLER PIC X(8) VALUE "ORDERED".
               05 FILLER PIC X(8) VALUE "FILLED".
               05 FILLER PIC X(8) VALUE "OWED".
               05 FILLER PIC X(7) VALUE "WAITING".

           01 WS-REPORT-DETAIL.
               05 WS-RPT-DEPARTMENT PIC X(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-ITEM-ID PIC X(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RPT-DESCRIPTION PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RPT-REQUEST-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-ORDERED PIC ZZZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-RPT-FILLED PIC ZZZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-RPT-OWED PIC ZZZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-RPT-WAITING PIC ZZZZ9.

           01 WS-DEPT-TOTAL-LINE.
               05 FILLER PIC X(6) VALUE SPACES.
               05 WS-DTL-DEPARTMENT PIC X(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DTL-COUNT PIC ZZZZ9.
               05 FILLER PIC X(11) VALUE " WAITING, ".
               05 WS-DTL-OWED PIC ZZZZZZ9.
               05 FILLER PIC X(15) VALUE " OWED, OLDEST ".
               05 WS-DTL-OLDEST PIC ZZZZ9.
               05 FILLER PIC X(12) VALUE " DAYS  0-7:".
               05 WS-DTL-BUCKET-1 PIC ZZZZ9.
               05 FILLER PIC X(6) VALUE " 8-14:".
               05 WS-DTL-BUCKET-2 PIC ZZZZ9.
               05 FILLER PIC X(7) VALUE " 15-30:".
               05 WS-DTL-BUCKET-3 PIC ZZZZ9.
               05 FILLER PIC X(5) VALUE " >30:".
               05 WS-DTL-BUCKET-4 PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           OPEN INPUT BACKORDER-FILE.
           IF WS-BACKORDER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BACKORDER-FILE, STATUS="
                   WS-BACKORDER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT ITEM-MASTER.
           IF WS-ITEM-MASTER-STATUS = "00"
               MOVE 'Y' TO WS-ITEM-MASTER-AVAILABLE
           ELSE
               DISPLAY "ITEM-MASTER NOT AVAILABLE, STATUS="
                   WS-ITEM-MASTER-STATUS " - DESCRIPTIONS LEFT BLANK"
           END-IF.
           OPEN OUTPUT BKO-AGING-REPORT.
           IF WS-BKO-AGING-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BKO-AGING-REPORT, STATUS="
                   WS-BKO-AGING-STATUS
               CLOSE BACKORDER-FILE
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
           MOVE WS-REPORT-HEADING-1 TO BKO-AGING-LINE.
           WRITE BKO-AGING-LINE.
           MOVE WS-REPORT-HEADING-2 TO BKO-AGING-LINE.
           WRITE BKO-AGING-LINE.
           SORT BKO-SORT-WORK
               ON ASCENDING KEY BSW-DEPARTMENT BSW-REQUEST-DATE
                   BSW-ITEM-ID
               INPUT PROCEDURE IS RELEASE-OPEN-BACK-ORDERS
               OUTPUT PROCEDURE IS WRITE-AGING-BY-DEPARTMENT.
           IF WS-OPEN-COUNT = ZERO
               MOVE "NO OPEN BACK-ORDERS" TO BKO-AGING-LINE
               WRITE BKO-AGING-LINE
           END-IF.
           CLOSE BKO-AGING-REPORT.
           IF WS-ITEM-MASTER-AVAILABLE = 'Y'
               CLOSE ITEM-MASTER
           END-IF.
           CLOSE BACKORDER-FILE.
           DISPLAY "BACK-ORDER AGING COMPLETE - " WS-OPEN-COUNT
               " OPEN BACK-ORDER(S) FOR " WS-DEPARTMENT-COUNT
               " DEPARTMENT(S), " WS-TOTAL-OUTSTANDING " UNIT(S) OWED".
           STOP RUN.

       RELEASE-OPEN-BACK-ORDERS.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO BKO-KEY
           START BACKORDER-FILE KEY IS NOT LESS THAN BKO-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ BACKORDER-FILE NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BKO-OPEN
                           PERFORM RELEASE-ONE-BACK-ORDER
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-ONE-BACK-ORDER.
           IF BKO-DEPARTMENT = SPACES
               MOVE "(NONE)" TO BSW-DEPARTMENT
           ELSE
               MOVE BKO-DEPARTMENT TO BSW-DEPARTMENT
           END-IF
           MOVE BKO-REQUEST-DATE TO BSW-REQUEST-DATE
           MOVE BKO-ITEM-ID TO BSW-ITEM-ID
           MOVE BKO-ORDER-QTY TO BSW-ORDER-QTY
           MOVE BKO-FILLED-QTY TO BSW-FILLED-QTY
           MOVE ZERO TO WS-DAYS-WAITING
           IF BKO-REQUEST-DATE NUMERIC AND BKO-REQUEST-DATE NOT = ZERO
               COMPUTE WS-REQUEST-INTEGER =
                   FUNCTION INTEGER-OF-DATE (BKO-REQUEST-DATE)
               COMPUTE WS-DAYS-WAITING =
                   WS-RUN-DATE-INTEGER - WS-REQUEST-INTEGER
               IF WS-DAYS-WAITING < ZERO
                   MOVE ZERO TO WS-DAYS-WAITING
               END-IF
           END-IF
           MOVE WS-DAYS-WAITING TO BSW-DAYS-WAITING
           RELEASE BKO-SORT-RECORD.

       WRITE-AGING-BY-DEPARTMENT.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN BKO-SORT-WORK
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END PERFORM AGE-ONE-BACK-ORDER
               END-RETURN
           END-PERFORM
           IF WS-FIRST-DEPT = 'N'
               PERFORM WRITE-DEPARTMENT-TOTAL
           END-IF.

       AGE-ONE-BACK-ORDER.
           IF WS-FIRST-DEPT = 'Y'
               MOVE 'N' TO WS-FIRST-DEPT
               PERFORM START-DEPARTMENT
           ELSE
               IF BSW-DEPARTMENT NOT = WS-CURRENT-DEPT
                   PERFORM WRITE-DEPARTMENT-TOTAL
                   PERFORM START-DEPARTMENT
               END-IF
           END-IF
           COMPUTE WS-OUTSTANDING = BSW-ORDER-QTY - BSW-FILLED-QTY
           ADD 1 TO WS-OPEN-COUNT
           ADD 1 TO WS-DEPT-COUNT
           ADD WS-OUTSTANDING TO WS-DEPT-OUTSTANDING
           ADD WS-OUTSTANDING TO WS-TOTAL-OUTSTANDING
           IF BSW-DAYS-WAITING > WS-DEPT-OLDEST
               MOVE BSW-DAYS-WAITING TO WS-DEPT-OLDEST
           END-IF
           EVALUATE TRUE
               WHEN BSW-DAYS-WAITING <= 7
                   MOVE 1 TO WS-BUCKET-IDX
               WHEN BSW-DAYS-WAITING <= 14
                   MOVE 2 TO WS-BUCKET-IDX
               WHEN BSW-DAYS-WAITING <= 30
                   MOVE 3 TO WS-BUCKET-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-IDX
           END-EVALUATE
           ADD 1 TO WS-DEPT-BUCKET (WS-BUCKET-IDX)
           MOVE BSW-DEPARTMENT TO WS-RPT-DEPARTMENT
           MOVE BSW-ITEM-ID TO WS-RPT-ITEM-ID
           MOVE SPACES TO WS-RPT-DESCRIPTION
           IF WS-ITEM-MASTER-AVAILABLE = 'Y'
               MOVE BSW-ITEM-ID TO INV-ITEM-ID
               READ ITEM-MASTER
                   INVALID KEY
                       MOVE "(NOT ON MASTER)" TO WS-RPT-DESCRIPTION
                   NOT INVALID KEY
                       MOVE INV-DESCRIPTION TO WS-RPT-DESCRIPTION
               END-READ
           END-IF
           MOVE BSW-REQUEST-DATE TO WS-RPT-REQUEST-DATE
           MOVE BSW-ORDER-QTY TO WS-RPT-ORDERED
           MOVE BSW-FILLED-QTY TO WS-RPT-FILLED
           MOVE WS-OUTSTANDING TO WS-RPT-OWED
           MOVE BSW-DAYS-WAITING TO WS-RPT-WAITING
           MOVE WS-REPORT-DETAIL TO BKO-AGING-LINE
           WRITE BKO-AGING-LINE.

       START-DEPARTMENT.
           MOVE BSW-DEPARTMENT TO WS-CURRENT-DEPT
           ADD 1 TO WS-DEPARTMENT-COUNT
           MOVE ZERO TO WS-DEPT-COUNT
           MOVE ZERO TO WS-DEPT-OUTSTANDING
           MOVE ZERO TO WS-DEPT-OLDEST
           INITIALIZE WS-DEPT-BUCKETS.

       WRITE-DEPARTMENT-TOTAL.
           MOVE WS-CURRENT-DEPT TO WS-DTL-DEPARTMENT
           MOVE WS-DEPT-COUNT TO WS-DTL-COUNT
           MOVE WS-DEPT-OUTSTANDING TO WS-DTL-OWED
           MOVE WS-DEPT-OLDEST TO WS-DTL-OLDEST
           MOVE WS-DEPT-BUCKET (1) TO WS-DTL-BUCKET-1
           MOVE WS-DEPT-BUCKET (2) TO WS-DTL-BUCKET-2
           MOVE WS-DEPT-BUCKET (3) TO WS-DTL-BUCKET-3
           MOVE WS-DEPT-BUCKET (4) TO WS-DTL-BUCKET-4
           MOVE WS-DEPT-TOTAL-LINE TO BKO-AGING-LINE
           WRITE BKO-AGING-LINE
           MOVE SPACES TO BKO-AGING-LINE
           WRITE BKO-AGING-LINE.

       END PROGRAM BACKORDER-AGING.
