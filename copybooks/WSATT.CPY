      ******************************************************************
      * WORKING-STORAGE for the attendance master access and the
      * per-student attendance totals that ATTENDP.CPY maintains,
      * COPYed at the 01 level by every program that prints or tests
      * a student's attendance percentage. The caller declares
      * WS-ATTEND-STATUS itself alongside its other file status
      * fields.
      ******************************************************************
           01 WS-ATTEND-AVAILABLE PIC A(1) VALUE 'N'.
           01 WS-ATTEND-EOF PIC A(1).
           01 WS-ATTEND-ON-FILE PIC A(1) VALUE 'N'.
           01 WS-ATTEND-DAYS PIC 9(4) VALUE ZERO.
           01 WS-ATTEND-MISSED PIC 9(4) VALUE ZERO.
           01 WS-ATTENDANCE-PCT PIC 9(3)V9(1) VALUE ZERO.
