      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion for the open purchase-order file.
      *          An openpo.dat built before the receipt dates were
      *          added to the PO record opens with file status 39 in
      *          every current program. This program declares the old
      *          record layout, reads such a file in PO-number order
      *          and writes every order to a new-layout file
      *          (openpo.new) with the receipt dates and receipt count
      *          zero, since the dates of receipts already posted are
      *          not known; the delivery scorecard leaves such orders
      *          out. Replace openpo.dat with openpo.new once the
      *          counts agree. Not needed once every PO file on site
      *          has been converted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-CONVERT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT OLD-PO-FILE ASSIGN TO "../openpo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPO-NUMBER
               FILE STATUS IS WS-OLD-PO-STATUS.

               SELECT OPEN-PO-FILE ASSIGN TO "../openpo.new"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-OPEN-PO-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD OLD-PO-FILE.
           01 OLD-PO-RECORD.
               05 OPO-NUMBER PIC 9(6).
               05 OPO-ITEM-ID PIC X(6).
               05 OPO-VENDOR PIC X(10).
               05 OPO-ORDER-DATE PIC 9(8).
               05 OPO-EXPECTED-DATE PIC 9(8).
               05 OPO-ORDER-QTY PIC 9(6).
               05 OPO-RECEIVED-QTY PIC 9(6).
               05 OPO-STATUS PIC X(1).

           FD OPEN-PO-FILE.
           01 OPEN-PO-RECORD.
               COPY POREC.CPY.

           WORKING-STORAGE SECTION.
           01 WS-OLD-PO-STATUS PIC X(2).
           01 WS-OPEN-PO-STATUS PIC X(2).

           01 WS-EOF PIC A(1).
           01 WS-READ-COUNT PIC 9(6) VALUE ZERO.
           01 WS-CONVERT-COUNT PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT OLD-PO-FILE.
           IF WS-OLD-PO-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN OLD OPEN-PO FILE, STATUS="
                   WS-OLD-PO-STATUS
               DISPLAY "IF THE STATUS IS 39 THE FILE MAY ALREADY "
                   "CARRY THE NEW LAYOUT - NO CONVERSION NEEDED"
               STOP RUN
           END-IF.
           OPEN OUTPUT OPEN-PO-FILE.
           IF WS-OPEN-PO-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN NEW OPEN-PO FILE, STATUS="
                   WS-OPEN-PO-STATUS
               CLOSE OLD-PO-FILE
               STOP RUN
           END-IF.
           PERFORM CONVERT-PO-FILE.
           CLOSE OPEN-PO-FILE.
           CLOSE OLD-PO-FILE.
           DISPLAY "PO CONVERSION COMPLETE - " WS-READ-COUNT
               " READ, " WS-CONVERT-COUNT " WRITTEN TO OPENPO.NEW".
           DISPLAY "REPLACE OPENPO.DAT WITH OPENPO.NEW WHEN THE "
               "COUNTS AGREE".
           STOP RUN.

       CONVERT-PO-FILE.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO OPO-NUMBER
           START OLD-PO-FILE KEY IS NOT LESS THAN OPO-NUMBER
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-PO-FILE NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM CONVERT-ONE-ORDER
               END-READ
           END-PERFORM.

       CONVERT-ONE-ORDER.
           ADD 1 TO WS-READ-COUNT
           INITIALIZE OPEN-PO-RECORD
           MOVE OPO-NUMBER TO PO-NUMBER
           MOVE OPO-ITEM-ID TO PO-ITEM-ID
           MOVE OPO-VENDOR TO PO-VENDOR
           MOVE OPO-ORDER-DATE TO PO-ORDER-DATE
           MOVE OPO-EXPECTED-DATE TO PO-EXPECTED-DATE
           MOVE OPO-ORDER-QTY TO PO-ORDER-QTY
           MOVE OPO-RECEIVED-QTY TO PO-RECEIVED-QTY
           MOVE OPO-STATUS TO PO-STATUS
           WRITE OPEN-PO-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO CONVERT PO " OPO-NUMBER
                       ", STATUS=" WS-OPEN-PO-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERT-COUNT
           END-WRITE.

       END PROGRAM PO-CONVERT.
