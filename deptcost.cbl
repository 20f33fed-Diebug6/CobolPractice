           01 WS-INV-TRAN-STATUS PIC X(2).
           01 WS-DEPT-REPORT-STATUS PIC X(2).
           01 WS-INV-TRAN-EOF PIC A(1) VALUE 'N'.
           01 WS-RUN-DATE PIC 9(8).

           COPY WSDEPTC.CPY.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CLOSE INVENTORY-TRANS.
           CLOSE ITEM-MASTER.
           PERFORM PRINT-DEPT-REPORT.
           DISPLAY "ISSUE COST SUMMARY COMPLETE - "
               WS-COSTED-ISSUE-COUNT
               " ISSUE(S) COSTED ACROSS " WS-DEPT-COUNT
               " DEPARTMENT(S), " WS-UNKNOWN-ITEM-COUNT
               " ISSUE(S) FOR UNKNOWN ITEMS SKIPPED".
           STOP RUN.

       COPY DEPTCSTP.CPY.

       END PROGRAM ISSUE-COST-SUMMARY.
