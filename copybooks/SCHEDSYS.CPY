      ******************************************************************
      * System schedule-board entry layout (schedsys.txt). Rebuilt in
      * full by SCHEDULE-EXTRACT each run from the files that already
      * carry the real deadlines, and merged by the schedule board
      * with the operator's parameter cards. Only items still open at
      * extract time are written, so an entry drops off the board on
      * the first extract after its underlying item is closed.
      * SYS-SOURCE names the file the entry came from: PO = open
      * purchase order (openpo.dat, keyed on PO-NUMBER), RCYL =
      * recycle entry nearing RECYCLE-AGE-LIMIT (recycle.txt, keyed on
      * run number and student ID), TERM = next term-end snapshot
      * (schedparm.txt / termctl.txt, keyed on the term-end date),
      * TREQ = pending transcript request (transreq.txt, keyed on
      * student ID and term code). SYS-EXTRACT-DATE is the run date
      * of the extract, so the board can tell a stale file.
      ******************************************************************
           05 SYS-SOURCE PIC X(4).
               88 SYS-FROM-PO VALUE 'PO  '.
               88 SYS-FROM-RECYCLE VALUE 'RCYL'.
               88 SYS-FROM-TERM-END VALUE 'TERM'.
               88 SYS-FROM-TRANS-REQ VALUE 'TREQ'.
           05 SYS-KEY PIC X(12).
           05 SYS-NAME PIC X(10).
           05 SYS-DUE-DATE PIC 9(8).
           05 SYS-EXTRACT-DATE PIC 9(8).
