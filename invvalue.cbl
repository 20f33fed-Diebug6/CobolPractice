           01 WS-ITEM-MASTER-STATUS PIC X(2).
           01 WS-VALUATION-STATUS PIC X(2).
           01 WS-MASTER-EOF PIC A(1).
           01 WS-RUN-DATE PIC 9(8).

           COPY WSINVVAL.CPY.

       PROCEDURE DIVISION.
       MAIN-PARA.
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
           STOP RUN.

       COPY INVVALP.CPY.

       END PROGRAM STOCK-VALUATION.
