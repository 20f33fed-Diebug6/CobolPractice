      ******************************************************************
      * Academic standing master layout (standing.dat), indexed on
      * STD-STUDENT-ID. One record per student carrying the standing
      * assigned by the last ACADEMIC-STANDING run, so the next run
      * can tell which standings have changed since. STD-STANDING is
      * G (good), W (warning), P (probation) or S (suspension
      * review). STD-CUM-GPA is the cumulative credit-weighted grade
      * average over every term on studhist.txt (GPAP.CPY rules) and
      * STD-LOW-TERM-RUN the number of consecutive terms, ending with
      * STD-LAST-TERM-CODE, whose term average fell below the
      * STANDING-GPA-LINE. STD-PREVIOUS-STANDING and
      * STD-CHANGED-DATE record the last change of standing.
      * STD-RUN-STAMP identifies the run that last assessed the
      * student.
      ******************************************************************
           05 STD-STUDENT-ID PIC 9(5).
           05 STD-STUDENT-NAME PIC A(6).
           05 STD-SECTION-CODE PIC X(4).
           05 STD-STANDING PIC X(1).
               88 STD-GOOD VALUE 'G'.
               88 STD-WARNING VALUE 'W'.
               88 STD-PROBATION VALUE 'P'.
               88 STD-SUSPENSION-REVIEW VALUE 'S'.
           05 STD-PREVIOUS-STANDING PIC X(1).
           05 STD-CUM-GPA PIC 9(3)V9(2).
           05 STD-LAST-TERM-GPA PIC 9(3)V9(2).
           05 STD-TERM-COUNT PIC 9(3).
           05 STD-LOW-TERM-RUN PIC 9(3).
           05 STD-LAST-TERM-CODE PIC X(6).
           05 STD-CHANGED-DATE PIC 9(8).
           05 STD-RUN-STAMP PIC X(14).
