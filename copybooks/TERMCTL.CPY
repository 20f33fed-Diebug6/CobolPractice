      ******************************************************************
      * Term-control record layout (termctl.txt). A single record
      * written by the term-end snapshot job. TCL-STATE C means the
      * term named in TCL-TERM-CODE has been written to studhist.txt
      * and its results are closed: a maintenance CHANGE that alters
      * STUDENT-MARK or a SUBJECT-SCORE is then held for a second
      * operator's approval instead of being applied. O means the
      * registrar has opened the next term and marks may be keyed
      * freely again. No file at all is treated as open.
      ******************************************************************
           05 TCL-STATE PIC X(1).
               88 TCL-TERM-CLOSED VALUE 'C'.
               88 TCL-TERM-OPEN VALUE 'O'.
           05 TCL-TERM-CODE PIC X(6).
           05 TCL-CLOSED-DATE PIC 9(8).
           05 TCL-OPENED-DATE PIC 9(8).
           05 TCL-OPERATOR-ID PIC X(8).
