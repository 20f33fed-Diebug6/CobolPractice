           01 WS-OPEN-PO-STATUS PIC X(2).
           01 WS-PO-AGING-STATUS PIC X(2).
           01 WS-PO-EOF PIC A(1).
           01 WS-RUN-DATE PIC 9(8).

           COPY WSPOAGE.CPY.

       PROCEDURE DIVISION.
       MAIN-PARA.
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
               " OPEN ORDER(S), " WS-OVERDUE-COUNT " OVERDUE".
           STOP RUN.

       COPY POAGEP.CPY.

       END PROGRAM PO-AGING.
