      *          approved adjustments to INVENTORY-POST, which logs
      *          each one to the inventory audit trail - no more
      *          faking counts through R and I transactions.
      *          Each count card may carry the date the shelf was
      *          counted (blank means today); the date is carried on
      *          the proposed adjustment, and a count dated in a month
      *          the inventory month-end close has closed
      *          (invperiod.txt) is refused.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUSTMENT-STATUS.

               SELECT PERIOD-CONTROL ASSIGN TO "../invperiod.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CTL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD ITEM-MASTER.
               05 CCE-ITEM-ID PIC X(6).
               05 FILLER PIC X(1).
               05 CCE-COUNTED-QTY PIC 9(5).
               05 FILLER PIC X(1).
               05 CCE-COUNT-DATE PIC 9(8).

           FD VARIANCE-REPORT.
           01 VARIANCE-REPORT-LINE PIC X(90).
           01 ADJUSTMENT-RECORD.
               COPY INVTRAN.CPY.

           FD PERIOD-CONTROL.
           01 PERIOD-CONTROL-RECORD.
               COPY INVCTL.CPY.

           WORKING-STORAGE SECTION.
           01 WS-ITEM-MASTER-STATUS PIC X(2).
           01 WS-COUNT-STATUS PIC X(2).
           01 WS-VARIANCE-COUNT PIC 9(5) VALUE ZERO.
           01 WS-UNKNOWN-COUNT PIC 9(5) VALUE ZERO.
           01 WS-BAD-CARD-COUNT PIC 9(5) VALUE ZERO.
           01 WS-CLOSED-PERIOD-COUNT PIC 9(5) VALUE ZERO.
           01 WS-QTY-VARIANCE PIC S9(6) VALUE ZERO.
           01 WS-VALUE-VARIANCE PIC S9(9)V9(2) VALUE ZERO.

           01 WS-RUN-DATE PIC 9(8).
           COPY WSPERIOD.CPY.

           01 WS-REPORT-HEADING-1.
               05 FILLER PIC X(35)
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-PERIOD-DEFAULT-DATE.
           PERFORM LOAD-CLOSED-PERIOD.
           OPEN INPUT COUNT-ENTRIES.
           IF WS-COUNT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN COUNT-ENTRIES, STATUS="
               " COUNT(S) READ, " WS-MATCH-COUNT " AGREE, "
               WS-VARIANCE-COUNT " VARIANCE(S), "
               WS-UNKNOWN-COUNT " UNKNOWN ITEM(S), "
               WS-BAD-CARD-COUNT " BAD CARD(S), "
               WS-CLOSED-PERIOD-COUNT " IN A CLOSED PERIOD".
           DISPLAY "REVIEW CYCLEVAR.TXT, THEN FEED APPROVED "
               "ADJUSTMENTS FROM CYCLEADJ.TXT TO INVENTORY-POST".
           STOP RUN.
                   " IS NOT NUMERIC - SKIPPED"
               EXIT PARAGRAPH
           END-IF
           MOVE CCE-COUNT-DATE TO WS-PERIOD-TRAN-DATE
           PERFORM CHECK-TRAN-PERIOD
           IF WS-PERIOD-BAD-DATE
               ADD 1 TO WS-BAD-CARD-COUNT
               DISPLAY "COUNT ENTRY FOR ITEM " CCE-ITEM-ID
                   " HAS AN INVALID COUNT DATE - SKIPPED"
               EXIT PARAGRAPH
           END-IF
           IF WS-PERIOD-CLOSED
               ADD 1 TO WS-CLOSED-PERIOD-COUNT
               DISPLAY "COUNT ENTRY FOR ITEM " CCE-ITEM-ID
                   " DATED " WS-PERIOD-TRAN-DATE
                   " FALLS IN CLOSED PERIOD " WS-CLOSED-PERIOD
                   " - SKIPPED"
               EXIT PARAGRAPH
           END-IF
           MOVE CCE-ITEM-ID TO INV-ITEM-ID
           READ ITEM-MASTER
               INVALID KEY
           MOVE CCE-COUNTED-QTY TO ITR-QUANTITY
           MOVE ZERO TO ITR-PO-NUMBER
           MOVE "CYC" TO ITR-REASON
           MOVE WS-PERIOD-TRAN-DATE TO ITR-TRAN-DATE
           WRITE ADJUSTMENT-RECORD.

       COPY PERIODP.CPY.

       END PROGRAM CYCLE-COUNT.
