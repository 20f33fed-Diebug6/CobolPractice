      ******************************************************************
      * Schedule parameter record layout (schedparm.txt). The first
      * record carries the due-soon warning window in days, the second
      * the end-of-term date used for T (end of term) cards and for
      * the term-end snapshot entry SCHEDULE-EXTRACT puts on the
      * board.
      ******************************************************************
           05 SCHED-PARM-DATA PIC X(8).
           05 SCHED-WARNING-VIEW REDEFINES SCHED-PARM-DATA.
               10 PARM-WARNING-DAYS PIC 9(3).
               10 FILLER PIC X(5).
           05 SCHED-TERM-END-VIEW REDEFINES SCHED-PARM-DATA.
               10 PARM-TERM-END-DATE PIC 9(8).
