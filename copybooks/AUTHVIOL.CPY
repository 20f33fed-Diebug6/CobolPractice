      ******************************************************************
      * Authorization violation record layout (authviol.txt), appended
      * by every program that checks operator authority and read by
      * AUTH-VIOLATION-REPORT for the supervisor.
      * AVL-VIOLATION-TYPE: U = unknown operator ID, R = revoked
      * operator, P = operator not authorized for the program,
      * F = authorization file unavailable (run refused),
      * T = transaction code not authorized (transaction rejected).
      * AVL-TRAN-CODE and AVL-TRAN-KEY (student or item ID) are filled
      * on T lines only.
      ******************************************************************
           05 AVL-TIMESTAMP PIC X(21).
           05 AVL-OPERATOR-ID PIC X(8).
           05 AVL-PROGRAM PIC X(18).
           05 AVL-VIOLATION-TYPE PIC X(1).
               88 AVL-UNKNOWN-OPERATOR VALUE 'U'.
               88 AVL-REVOKED-OPERATOR VALUE 'R'.
               88 AVL-PROGRAM-NOT-AUTHORIZED VALUE 'P'.
               88 AVL-AUTH-FILE-MISSING VALUE 'F'.
               88 AVL-TRAN-NOT-AUTHORIZED VALUE 'T'.
           05 AVL-TRAN-CODE PIC X(1).
           05 AVL-TRAN-KEY PIC X(10).
