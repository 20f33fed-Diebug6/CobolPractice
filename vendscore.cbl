      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly vendor delivery performance scorecard. Reads
      *          the open-PO file (openpo.dat) and takes every order
      *          whose latest receipt was posted in the scorecard
      *          month (YYYYMM on the command line, the current month
      *          when absent) as a delivery by its vendor. For each
      *          vendor on the vendor master (vendmaster.dat) it shows
      *          the POs received, the percentage delivered on or
      *          before PO-EXPECTED-DATE, the average days late of the
      *          late ones, the short-receipt and over-receipt rates,
      *          and the average actual lead time (order date to
      *          latest receipt) beside the average INV-LEAD-TIME-DAYS
      *          of the items ordered and the vendor's quoted standard
      *          lead time, so purchasing can compare suppliers on
      *          fact. Orders naming a vendor code that is not on the
      *          vendor master are scored under that code and flagged.
      *          Orders without receipt dates (converted from the old
      *          PO layout) are left out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-SCORECARD.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT VENDOR-MASTER ASSIGN TO "../vendmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VND-CODE
               FILE STATUS IS WS-VENDOR-MASTER-STATUS.

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

               SELECT SCORECARD-REPORT ASSIGN TO "../vendscore.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORECARD-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD VENDOR-MASTER.
           01 VENDOR-MASTER-RECORD.
               COPY VENDREC.CPY.

           FD OPEN-PO-FILE.
           01 OPEN-PO-RECORD.
               COPY POREC.CPY.

           FD ITEM-MASTER.
           01 ITEM-MASTER-RECORD.
               COPY INVITEM.CPY.

           FD SCORECARD-REPORT.
           01 SCORECARD-LINE PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-VENDOR-MASTER-STATUS PIC X(2).
           01 WS-OPEN-PO-STATUS PIC X(2).
           01 WS-ITEM-MASTER-STATUS PIC X(2).
           01 WS-SCORECARD-STATUS PIC X(2).
           01 WS-ITEMS-AVAILABLE PIC A(1) VALUE 'N'.

           01 WS-EOF PIC A(1).
           01 WS-SCORE-MONTH PIC X(6) VALUE SPACES.
           01 WS-DAYS-LATE PIC S9(5).
           01 WS-LEAD-DAYS PIC S9(5).
           01 WS-DATE-INTEGER-1 PIC 9(7).
           01 WS-DATE-INTEGER-2 PIC 9(7).
           01 WS-VENDOR-FOUND PIC A(1).

           01 WS-PO-SCORED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-PO-UNDATED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-IDLE-VENDOR-COUNT PIC 9(5) VALUE ZERO.

           01 WS-VENDOR-TABLE.
               05 WS-VSC-COUNT PIC 9(3) VALUE ZERO.
               05 WS-VSC-ENTRY OCCURS 200 TIMES
                       INDEXED BY WS-VSC-IDX.
                   10 WS-VSC-CODE PIC X(10).
                   10 WS-VSC-NAME PIC X(20).
                   10 WS-VSC-STD-LEAD PIC 9(3).
                   10 WS-VSC-PO-COUNT PIC 9(5).
                   10 WS-VSC-ON-TIME PIC 9(5).
                   10 WS-VSC-LATE-COUNT PIC 9(5).
                   10 WS-VSC-LATE-DAYS PIC 9(7).
                   10 WS-VSC-SHORT-COUNT PIC 9(5).
                   10 WS-VSC-OVER-COUNT PIC 9(5).
                   10 WS-VSC-LEAD-DAYS PIC 9(7).
                   10 WS-VSC-ITEM-LEAD-DAYS PIC 9(7).
                   10 WS-VSC-ITEM-LEAD-COUNT PIC 9(5).

           01 WS-TOTALS.
               05 WS-TOT-PO-COUNT PIC 9(5) VALUE ZERO.
               05 WS-TOT-ON-TIME PIC 9(5) VALUE ZERO.
               05 WS-TOT-LATE-COUNT PIC 9(5) VALUE ZERO.
               05 WS-TOT-LATE-DAYS PIC 9(7) VALUE ZERO.
               05 WS-TOT-SHORT-COUNT PIC 9(5) VALUE ZERO.
               05 WS-TOT-OVER-COUNT PIC 9(5) VALUE ZERO.
               05 WS-TOT-LEAD-DAYS PIC 9(7) VALUE ZERO.

           01 WS-REPORT-HEADING-1.
               05 FILLER PIC X(38)
                   VALUE "===== VENDOR DELIVERY SCORECARD =====".
               05 FILLER PIC X(7) VALUE " MONTH ".
               05 WS-HDG-MONTH PIC X(6).

           01 WS-REPORT-HEADING-2.
               05 FILLER PIC X(11) VALUE "VENDOR".
               05 FILLER PIC X(21) VALUE "NAME".
               05 FILLER PIC X(6) VALUE "  POS".
               05 FILLER PIC X(8) VALUE " ONTIME%".
               05 FILLER PIC X(9) VALUE " AVG-LATE".
               05 FILLER PIC X(7) VALUE " SHORT%".
               05 FILLER PIC X(7) VALUE "  OVER%".
               05 FILLER PIC X(9) VALUE " ACT-LEAD".
               05 FILLER PIC X(10) VALUE " ITEM-LEAD".
               05 FILLER PIC X(9) VALUE " STD-LEAD".

           01 WS-REPORT-DETAIL.
               05 WS-RPT-VENDOR PIC X(10).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RPT-NAME PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RPT-PO-COUNT PIC ZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-ON-TIME-PCT PIC ZZ9.9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-RPT-AVG-LATE PIC ZZZ9.9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RPT-SHORT-PCT PIC ZZ9.9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-OVER-PCT PIC ZZ9.9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-RPT-ACT-LEAD PIC ZZZ9.9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-RPT-ITEM-LEAD PIC ZZZ9.9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-RPT-STD-LEAD PIC ZZ9.

           01 WS-PERCENT PIC 9(3)V9(1).
           01 WS-AVERAGE PIC 9(4)V9(1).

           01 WS-COUNT-LINE.
               05 WS-CNT-LABEL PIC X(44).
               05 WS-CNT-VALUE PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-SCORE-MONTH FROM COMMAND-LINE.
           IF WS-SCORE-MONTH = SPACES
               MOVE FUNCTION CURRENT-DATE (1:6) TO WS-SCORE-MONTH
           END-IF.
           IF WS-SCORE-MONTH NOT NUMERIC
               DISPLAY "SCORECARD MONTH MUST BE YYYYMM: "
                   WS-SCORE-MONTH
               STOP RUN
           END-IF.
           OPEN INPUT VENDOR-MASTER.
           IF WS-VENDOR-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN VENDOR-MASTER, STATUS="
                   WS-VENDOR-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM LOAD-VENDOR-TABLE.
           CLOSE VENDOR-MASTER.
           OPEN INPUT OPEN-PO-FILE.
           IF WS-OPEN-PO-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN OPEN-PO-FILE, STATUS="
                   WS-OPEN-PO-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT ITEM-MASTER.
           IF WS-ITEM-MASTER-STATUS = "00"
               MOVE 'Y' TO WS-ITEMS-AVAILABLE
           ELSE
               DISPLAY "ITEM MASTER NOT AVAILABLE, STATUS="
                   WS-ITEM-MASTER-STATUS
                   " - ITEM LEAD TIMES NOT COMPARED"
           END-IF.
           OPEN OUTPUT SCORECARD-REPORT.
           IF WS-SCORECARD-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SCORECARD-REPORT, STATUS="
                   WS-SCORECARD-STATUS
               CLOSE OPEN-PO-FILE
               STOP RUN
           END-IF.
           PERFORM SCORE-RECEIVED-ORDERS.
           CLOSE OPEN-PO-FILE.
           IF WS-ITEMS-AVAILABLE = 'Y'
               CLOSE ITEM-MASTER
           END-IF.
           PERFORM WRITE-SCORECARD.
           CLOSE SCORECARD-REPORT.
           DISPLAY "VENDOR SCORECARD COMPLETE - " WS-PO-SCORED-COUNT
               " PO(S) SCORED FOR " WS-SCORE-MONTH.
           STOP RUN.

       LOAD-VENDOR-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO VND-CODE
           START VENDOR-MASTER KEY IS NOT LESS THAN VND-CODE
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ VENDOR-MASTER NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-VSC-COUNT >= 200
                           DISPLAY "VENDOR TABLE FULL - VENDOR "
                               VND-CODE " NOT SCORED"
                       ELSE
                           ADD 1 TO WS-VSC-COUNT
                           SET WS-VSC-IDX TO WS-VSC-COUNT
                           INITIALIZE WS-VSC-ENTRY (WS-VSC-IDX)
                           MOVE VND-CODE TO WS-VSC-CODE (WS-VSC-IDX)
                           MOVE VND-NAME TO WS-VSC-NAME (WS-VSC-IDX)
                           MOVE VND-STD-LEAD-TIME
                               TO WS-VSC-STD-LEAD (WS-VSC-IDX)
                       END-IF
               END-READ
           END-PERFORM.

       SCORE-RECEIVED-ORDERS.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO PO-NUMBER
           START OPEN-PO-FILE KEY IS NOT LESS THAN PO-NUMBER
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ OPEN-PO-FILE NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM SCORE-ONE-ORDER
               END-READ
           END-PERFORM.

       SCORE-ONE-ORDER.
           IF PO-LAST-RECEIPT-DATE NOT NUMERIC
               OR PO-LAST-RECEIPT-DATE = ZERO
               IF PO-RECEIVED-QTY NUMERIC AND PO-RECEIVED-QTY > ZERO
                   ADD 1 TO WS-PO-UNDATED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF PO-LAST-RECEIPT-DATE (1:6) NOT = WS-SCORE-MONTH
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-VENDOR-ENTRY
           IF WS-VENDOR-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PO-SCORED-COUNT
           ADD 1 TO WS-VSC-PO-COUNT (WS-VSC-IDX)
           COMPUTE WS-DATE-INTEGER-1 =
               FUNCTION INTEGER-OF-DATE (PO-LAST-RECEIPT-DATE)
           IF PO-EXPECTED-DATE NUMERIC AND PO-EXPECTED-DATE > ZERO
               COMPUTE WS-DATE-INTEGER-2 =
                   FUNCTION INTEGER-OF-DATE (PO-EXPECTED-DATE)
               COMPUTE WS-DAYS-LATE =
                   WS-DATE-INTEGER-1 - WS-DATE-INTEGER-2
           ELSE
               MOVE ZERO TO WS-DAYS-LATE
           END-IF
           IF WS-DAYS-LATE > ZERO
               ADD 1 TO WS-VSC-LATE-COUNT (WS-VSC-IDX)
               ADD WS-DAYS-LATE TO WS-VSC-LATE-DAYS (WS-VSC-IDX)
           ELSE
               ADD 1 TO WS-VSC-ON-TIME (WS-VSC-IDX)
           END-IF
           IF PO-RECEIVED-QTY < PO-ORDER-QTY
               ADD 1 TO WS-VSC-SHORT-COUNT (WS-VSC-IDX)
           END-IF
           IF PO-RECEIVED-QTY > PO-ORDER-QTY
               ADD 1 TO WS-VSC-OVER-COUNT (WS-VSC-IDX)
           END-IF
           IF PO-ORDER-DATE NUMERIC AND PO-ORDER-DATE > ZERO
               COMPUTE WS-DATE-INTEGER-2 =
                   FUNCTION INTEGER-OF-DATE (PO-ORDER-DATE)
               COMPUTE WS-LEAD-DAYS =
                   WS-DATE-INTEGER-1 - WS-DATE-INTEGER-2
               IF WS-LEAD-DAYS > ZERO
                   ADD WS-LEAD-DAYS TO WS-VSC-LEAD-DAYS (WS-VSC-IDX)
               END-IF
           END-IF
           IF WS-ITEMS-AVAILABLE = 'Y'
               MOVE PO-ITEM-ID TO INV-ITEM-ID
               READ ITEM-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD INV-LEAD-TIME-DAYS
                           TO WS-VSC-ITEM-LEAD-DAYS (WS-VSC-IDX)
                       ADD 1 TO WS-VSC-ITEM-LEAD-COUNT (WS-VSC-IDX)
               END-READ
           END-IF.

       FIND-VENDOR-ENTRY.
           MOVE 'N' TO WS-VENDOR-FOUND
           PERFORM VARYING WS-VSC-IDX FROM 1 BY 1
               UNTIL WS-VSC-IDX > WS-VSC-COUNT
               OR WS-VENDOR-FOUND = 'Y'
               IF WS-VSC-CODE (WS-VSC-IDX) = PO-VENDOR
                   MOVE 'Y' TO WS-VENDOR-FOUND
               END-IF
           END-PERFORM
           IF WS-VENDOR-FOUND = 'Y'
               SET WS-VSC-IDX DOWN BY 1
               EXIT PARAGRAPH
           END-IF
           IF WS-VSC-COUNT >= 200
               DISPLAY "VENDOR TABLE FULL - PO " PO-NUMBER
                   " NOT SCORED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VSC-COUNT
           SET WS-VSC-IDX TO WS-VSC-COUNT
           INITIALIZE WS-VSC-ENTRY (WS-VSC-IDX)
           MOVE PO-VENDOR TO WS-VSC-CODE (WS-VSC-IDX)
           MOVE "** NOT ON MASTER **" TO WS-VSC-NAME (WS-VSC-IDX)
           MOVE 'Y' TO WS-VENDOR-FOUND.

       WRITE-SCORECARD.
           MOVE WS-SCORE-MONTH TO WS-HDG-MONTH
           MOVE WS-REPORT-HEADING-1 TO SCORECARD-LINE
           WRITE SCORECARD-LINE
           MOVE "AVG-LATE IS THE MEAN DAYS LATE OF THE LATE POS"
               TO SCORECARD-LINE
           WRITE SCORECARD-LINE
           MOVE "LEAD TIMES ARE AVERAGE DAYS, ORDER TO LATEST RECEIPT"
               TO SCORECARD-LINE
           WRITE SCORECARD-LINE
           MOVE SPACES TO SCORECARD-LINE
           WRITE SCORECARD-LINE
           MOVE WS-REPORT-HEADING-2 TO SCORECARD-LINE
           WRITE SCORECARD-LINE
           PERFORM VARYING WS-VSC-IDX FROM 1 BY 1
               UNTIL WS-VSC-IDX > WS-VSC-COUNT
               IF WS-VSC-PO-COUNT (WS-VSC-IDX) = ZERO
                   ADD 1 TO WS-IDLE-VENDOR-COUNT
               ELSE
                   PERFORM WRITE-VENDOR-LINE
               END-IF
           END-PERFORM
           IF WS-TOT-PO-COUNT = ZERO
               MOVE "NO PO RECEIPTS POSTED IN THE MONTH"
                   TO SCORECARD-LINE
               WRITE SCORECARD-LINE
           ELSE
               PERFORM WRITE-TOTAL-LINE
           END-IF
           MOVE SPACES TO SCORECARD-LINE
           WRITE SCORECARD-LINE
           MOVE "VENDORS WITH NO RECEIPTS IN THE MONTH" TO WS-CNT-LABEL
           MOVE WS-IDLE-VENDOR-COUNT TO WS-CNT-VALUE
           WRITE SCORECARD-LINE FROM WS-COUNT-LINE
           MOVE "RECEIVED POS WITHOUT RECEIPT DATES (NOT SCORED)"
               TO WS-CNT-LABEL
           MOVE WS-PO-UNDATED-COUNT TO WS-CNT-VALUE
           WRITE SCORECARD-LINE FROM WS-COUNT-LINE.

       WRITE-VENDOR-LINE.
           MOVE WS-VSC-CODE (WS-VSC-IDX) TO WS-RPT-VENDOR
           MOVE WS-VSC-NAME (WS-VSC-IDX) TO WS-RPT-NAME
           MOVE WS-VSC-PO-COUNT (WS-VSC-IDX) TO WS-RPT-PO-COUNT
           COMPUTE WS-PERCENT ROUNDED =
               WS-VSC-ON-TIME (WS-VSC-IDX) * 100
               / WS-VSC-PO-COUNT (WS-VSC-IDX)
           MOVE WS-PERCENT TO WS-RPT-ON-TIME-PCT
           IF WS-VSC-LATE-COUNT (WS-VSC-IDX) > ZERO
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-VSC-LATE-DAYS (WS-VSC-IDX)
                   / WS-VSC-LATE-COUNT (WS-VSC-IDX)
           ELSE
               MOVE ZERO TO WS-AVERAGE
           END-IF
           MOVE WS-AVERAGE TO WS-RPT-AVG-LATE
           COMPUTE WS-PERCENT ROUNDED =
               WS-VSC-SHORT-COUNT (WS-VSC-IDX) * 100
               / WS-VSC-PO-COUNT (WS-VSC-IDX)
           MOVE WS-PERCENT TO WS-RPT-SHORT-PCT
           COMPUTE WS-PERCENT ROUNDED =
               WS-VSC-OVER-COUNT (WS-VSC-IDX) * 100
               / WS-VSC-PO-COUNT (WS-VSC-IDX)
           MOVE WS-PERCENT TO WS-RPT-OVER-PCT
           COMPUTE WS-AVERAGE ROUNDED =
               WS-VSC-LEAD-DAYS (WS-VSC-IDX)
               / WS-VSC-PO-COUNT (WS-VSC-IDX)
           MOVE WS-AVERAGE TO WS-RPT-ACT-LEAD
           IF WS-VSC-ITEM-LEAD-COUNT (WS-VSC-IDX) > ZERO
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-VSC-ITEM-LEAD-DAYS (WS-VSC-IDX)
                   / WS-VSC-ITEM-LEAD-COUNT (WS-VSC-IDX)
           ELSE
               MOVE ZERO TO WS-AVERAGE
           END-IF
           MOVE WS-AVERAGE TO WS-RPT-ITEM-LEAD
           MOVE WS-VSC-STD-LEAD (WS-VSC-IDX) TO WS-RPT-STD-LEAD
           MOVE WS-REPORT-DETAIL TO SCORECARD-LINE
           WRITE SCORECARD-LINE
           ADD WS-VSC-PO-COUNT (WS-VSC-IDX) TO WS-TOT-PO-COUNT
           ADD WS-VSC-ON-TIME (WS-VSC-IDX) TO WS-TOT-ON-TIME
           ADD WS-VSC-LATE-COUNT (WS-VSC-IDX) TO WS-TOT-LATE-COUNT
           ADD WS-VSC-LATE-DAYS (WS-VSC-IDX) TO WS-TOT-LATE-DAYS
           ADD WS-VSC-SHORT-COUNT (WS-VSC-IDX) TO WS-TOT-SHORT-COUNT
           ADD WS-VSC-OVER-COUNT (WS-VSC-IDX) TO WS-TOT-OVER-COUNT
           ADD WS-VSC-LEAD-DAYS (WS-VSC-IDX) TO WS-TOT-LEAD-DAYS.

       WRITE-TOTAL-LINE.
           MOVE "ALL" TO WS-RPT-VENDOR
           MOVE "ALL VENDORS" TO WS-RPT-NAME
           MOVE WS-TOT-PO-COUNT TO WS-RPT-PO-COUNT
           COMPUTE WS-PERCENT ROUNDED =
               WS-TOT-ON-TIME * 100 / WS-TOT-PO-COUNT
           MOVE WS-PERCENT TO WS-RPT-ON-TIME-PCT
           IF WS-TOT-LATE-COUNT > ZERO
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-TOT-LATE-DAYS / WS-TOT-LATE-COUNT
           ELSE
               MOVE ZERO TO WS-AVERAGE
           END-IF
           MOVE WS-AVERAGE TO WS-RPT-AVG-LATE
           COMPUTE WS-PERCENT ROUNDED =
               WS-TOT-SHORT-COUNT * 100 / WS-TOT-PO-COUNT
           MOVE WS-PERCENT TO WS-RPT-SHORT-PCT
           COMPUTE WS-PERCENT ROUNDED =
               WS-TOT-OVER-COUNT * 100 / WS-TOT-PO-COUNT
           MOVE WS-PERCENT TO WS-RPT-OVER-PCT
           COMPUTE WS-AVERAGE ROUNDED =
               WS-TOT-LEAD-DAYS / WS-TOT-PO-COUNT
           MOVE WS-AVERAGE TO WS-RPT-ACT-LEAD
           MOVE ZERO TO WS-RPT-ITEM-LEAD
           MOVE ZERO TO WS-RPT-STD-LEAD
           MOVE SPACES TO SCORECARD-LINE
           WRITE SCORECARD-LINE
           MOVE WS-REPORT-DETAIL TO SCORECARD-LINE
           WRITE SCORECARD-LINE.

       END PROGRAM VENDOR-SCORECARD.
