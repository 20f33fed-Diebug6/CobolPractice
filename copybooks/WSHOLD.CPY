      ******************************************************************
      * WORKING-STORAGE for the post-term grade-change hold that
      * HOLDP.CPY maintains, COPYed at the 01 level by every program
      * that applies maintenance transactions. The caller declares
      * WS-TERM-CONTROL-STATUS and WS-PENDING-STATUS itself alongside
      * its other file status fields.
      ******************************************************************
           01 WS-TERM-CLOSED PIC A(1) VALUE 'N'.
           01 WS-CLOSED-TERM-CODE PIC X(6) VALUE SPACES.
           01 WS-RELEASE-MODE PIC A(1) VALUE 'N'.
           01 WS-PENDING-OPEN PIC A(1) VALUE 'N'.
           01 WS-GRADE-CHANGED PIC A(1) VALUE 'N'.
           01 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
           01 WS-AUDIT-MAKER-ID PIC X(8) VALUE SPACES.
           01 WS-AUDIT-CHECKER-ID PIC X(8) VALUE SPACES.
