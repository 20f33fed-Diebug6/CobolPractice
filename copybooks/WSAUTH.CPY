      ******************************************************************
      * WORKING-STORAGE for the operator authority check that
      * AUTHP.CPY performs, COPYed at the 01 level by every program
      * that checks its operator. The caller MOVEs its own PROGRAM-ID
      * to WS-AUTH-PROGRAM before PERFORM CHECK-OPERATOR-AUTHORITY,
      * and for each transaction MOVEs the code to WS-AUTH-TRAN-CODE
      * and the student or item ID to WS-AUTH-VIOL-KEY before
      * PERFORM CHECK-TRAN-AUTHORITY.
      ******************************************************************
           01 WS-AUTH-STATUS PIC X(2).
           01 WS-AUTH-VIOL-STATUS PIC X(2).
           01 WS-AUTH-EOF PIC A(1).
           01 WS-AUTH-PROGRAM PIC X(18) VALUE SPACES.
           01 WS-AUTH-RESULT PIC X(1) VALUE SPACE.
               88 WS-AUTH-GRANTED VALUE 'Y'.
               88 WS-AUTH-UNKNOWN VALUE 'U'.
               88 WS-AUTH-REVOKED VALUE 'R'.
               88 WS-AUTH-NO-PROGRAM VALUE 'P'.
               88 WS-AUTH-NO-FILE VALUE 'F'.
           01 WS-AUTH-TRAN-CODES PIC X(10) VALUE SPACES.
           01 WS-AUTH-TRAN-CODE PIC X(1).
           01 WS-AUTH-TRAN-OK PIC A(1).
           01 WS-AUTH-TALLY PIC 9(3).
           01 WS-AUTH-VIOL-TYPE PIC X(1).
           01 WS-AUTH-VIOL-KEY PIC X(10).
           01 WS-AUTH-REJECT-COUNT PIC 9(5) VALUE ZERO.
