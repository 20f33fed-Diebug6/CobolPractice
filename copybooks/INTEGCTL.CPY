      ******************************************************************
      * Integrity-sweep control record layout (integctl.txt). A single
      * record rewritten by every run of the nightly INTEGRITY-SWEEP
      * and read by STUDENT-DRIVER, which warns the operator when the
      * last sweep found records on one file with no partner on the
      * other. ITG-RESULT C = clean, E = exceptions found. The per-pair
      * counts match the groups on the sweep report (integrpt.txt);
      * ITG-CHECKS-SKIPPED counts checks that could not run because a
      * file was not available. ITG-RETURN-CODE is the return
      * condition the sweep ended with (0 clean, 4 exceptions).
      ******************************************************************
           05 ITG-RESULT PIC X(1).
               88 ITG-CLEAN VALUE 'C'.
               88 ITG-EXCEPTIONS-FOUND VALUE 'E'.
           05 ITG-RUN-DATE PIC 9(8).
           05 ITG-RUN-TIME PIC X(4).
           05 ITG-EXCEPTION-COUNT PIC 9(7).
           05 ITG-DEMO-PAIR-COUNT PIC 9(5).
           05 ITG-SECTION-PAIR-COUNT PIC 9(5).
           05 ITG-SUBJECT-PAIR-COUNT PIC 9(5).
           05 ITG-HISTORY-PAIR-COUNT PIC 9(5).
           05 ITG-PO-PAIR-COUNT PIC 9(5).
           05 ITG-CHECKS-SKIPPED PIC 9(2).
           05 ITG-RETURN-CODE PIC 9(2).
