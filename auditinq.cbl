      *          STUDENT-ID, operator ID and/or a from/to date range
      *          and writes a formatted report of every matching
      *          maintenance action, in the order it was logged, with
      *          the before/after images side by side, and the maker
      *          and checker under any post-term change released
      *          after a second operator's approval. The operator
      *          may name an archive cut by AUDIT-ARCHIVE (for
      *          example audarch2024.txt) instead of the live log
      *          when the date range asked for predates it.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-RUN-NUMBER PIC 9(5).

           01 WS-APPROVAL-DETAIL.
               05 FILLER PIC X(25) VALUE SPACES.
               05 FILLER PIC X(9) VALUE "KEYED BY ".
               05 WS-RPT-MAKER PIC X(8).
               05 FILLER PIC X(13) VALUE " APPROVED BY ".
               05 WS-RPT-CHECKER PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Enter STUDENT-ID to match (00000 for all)".
           MOVE AUD-AFTER-STATUS TO WS-RPT-AFTER-STATUS
           MOVE AUD-RUN-NUMBER TO WS-RPT-RUN-NUMBER
           MOVE WS-REPORT-DETAIL TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           IF AUD-CHECKER-ID NOT = SPACES
               MOVE AUD-MAKER-ID TO WS-RPT-MAKER
               MOVE AUD-CHECKER-ID TO WS-RPT-CHECKER
               MOVE WS-APPROVAL-DETAIL TO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
           END-IF.

       END PROGRAM AUDIT-INQUIRY.
