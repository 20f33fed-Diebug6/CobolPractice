      * readers treat as active / no section / graded.
      * HIST-SUBJECT-STATUS is a parallel table: entry n carries the
      * G/I/E/W marker for HIST-SUBJECTS entry n.
      * HIST-GRADE-LEVEL is the year level the student was in when the
      * term was snapshotted; blank on snapshots taken before the
      * level existed.
      ******************************************************************
           05 HIST-TERM-CODE PIC X(6).
           05 HIST-STUDENT-ID PIC 9(5).
           05 HIST-SUBJECT-STATUSES.
               10 HIST-SUBJECT-STATUS PIC X(1) OCCURS 5 TIMES
                       INDEXED BY HIST-STATUS-IDX.
           05 HIST-GRADE-LEVEL PIC X(2).
