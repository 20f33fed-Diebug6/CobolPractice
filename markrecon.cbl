           MOVE WS-COMPUTED-MARK TO AUD-AFTER-MARK
           MOVE WS-STUDENT-STATUS-CODE TO AUD-AFTER-STATUS
           MOVE WS-RUN-NUMBER TO AUD-RUN-NUMBER
           MOVE WS-OPERATOR-ID TO AUD-MAKER-ID
           MOVE SPACES TO AUD-CHECKER-ID
           WRITE AUDIT-RECORD.

       COPY AVERAGEP.CPY.
