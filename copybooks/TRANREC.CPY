      * table as STUDENT.CPY so ADD/CHANGE transactions can populate
      * it, including the per-subject status marker (G/I/E/W, blank =
      * graded).
      * TRAN-GRADE-LEVEL sets STUDENT-GRADE-LEVEL (two digits). Blank on
      * an ADD leaves the level unassigned (00); blank on a CHANGE
      * leaves it as it stands. It is appended after the subject table
      * so cards keyed before it existed read it as blank.
      ******************************************************************
           05 TRAN-CODE PIC X(1).
           05 TRAN-STUDENT-ID PIC 9(5).
               10 TRAN-SUBJECT-CODE PIC X(4).
               10 TRAN-SUBJECT-SCORE PIC 9(3).
               10 TRAN-SUBJECT-STATUS PIC X(1).
           05 TRAN-GRADE-LEVEL PIC X(2).
