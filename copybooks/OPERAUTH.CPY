      ******************************************************************
      * Operator authorization record layout (operauth.txt). One line
      * per operator per program: AUT-PROGRAM is the program key the
      * operator may run - STUDENT-MAINT, STUDENT-DRIVER, DEMO-MAINT,
      * INVENTORY-POST, INVENTORY-CLOSE, INVENTORY-DRIVER,
      * REORDER-RECALC, ATTENDANCE-POST, FEE-POST, GRADE-APPROVAL, or
      * TERM-OPEN (TERM-SNAPSHOT run with the OPENTERM directive) -
      * and AUT-TRAN-CODES lists the transaction codes
      * the operator may post through it, e.g. "RI" for a stockroom
      * clerk who may receive and issue but not adjust or re-cost, or
      * "A" for a clerk who may add students but not change status.
      * "*" in the first position grants every code. AUT-STATUS: A =
      * active, R = revoked; a revoked line for an operator revokes
      * that operator for every program, whatever the other lines say.
      * An operator ID with no line at all is unknown and refused.
      ******************************************************************
           05 AUT-OPERATOR-ID PIC X(8).
           05 FILLER PIC X(1).
           05 AUT-STATUS PIC X(1).
               88 AUT-ACTIVE VALUE 'A'.
               88 AUT-REVOKED VALUE 'R'.
           05 FILLER PIC X(1).
           05 AUT-PROGRAM PIC X(18).
           05 FILLER PIC X(1).
           05 AUT-TRAN-CODES PIC X(10).
