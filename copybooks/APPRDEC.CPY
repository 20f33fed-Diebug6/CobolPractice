      ******************************************************************
      * Approval decision record layout (apprdec.txt), keyed by the
      * checking operator for the grade-change approval run. Each line
      * names one held change by STUDENT-ID and the hold timestamp
      * printed on the exception report, and gives the decision:
      * A = approve, R = reject.
      ******************************************************************
           05 ADC-STUDENT-ID PIC 9(5).
           05 FILLER PIC X(1).
           05 ADC-HELD-TIMESTAMP PIC X(21).
           05 FILLER PIC X(1).
           05 ADC-DECISION PIC X(1).
               88 ADC-APPROVE VALUE 'A'.
               88 ADC-REJECT VALUE 'R'.
