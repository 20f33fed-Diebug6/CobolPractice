      ******************************************************************
      * WORKING-STORAGE for the closed-period check that PERIODP.CPY
      * performs, COPYed at the 01 level by every program that posts
      * or proposes dated inventory transactions. The caller MOVEs the
      * run date to WS-PERIOD-DEFAULT-DATE and, for each transaction,
      * its date to WS-PERIOD-TRAN-DATE before PERFORM
      * CHECK-TRAN-PERIOD; a blank or zero date means the run date.
      ******************************************************************
           01 WS-PERIOD-CTL-STATUS PIC X(2).
           01 WS-CLOSED-PERIOD PIC 9(6) VALUE ZERO.
           01 WS-PERIOD-DEFAULT-DATE PIC 9(8).
           01 WS-PERIOD-TRAN-DATE PIC X(8).
           01 WS-PERIOD-TRAN-YMD REDEFINES WS-PERIOD-TRAN-DATE.
               05 WS-PERIOD-TRAN-YYYYMM PIC 9(6).
               05 WS-PERIOD-TRAN-DAY PIC 9(2).
           01 WS-PERIOD-TRAN-MONTH PIC 9(2).
           01 WS-PERIOD-TRAN-YEAR PIC 9(4).
           01 WS-PERIOD-MONTH-LENGTH PIC 9(2).
           01 WS-PERIOD-RESULT PIC X(1).
               88 WS-PERIOD-OPEN VALUE 'Y'.
               88 WS-PERIOD-CLOSED VALUE 'C'.
               88 WS-PERIOD-BAD-DATE VALUE 'B'.
