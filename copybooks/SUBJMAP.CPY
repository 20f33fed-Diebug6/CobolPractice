      ******************************************************************
      * Foreign subject-code map (xfermap.txt), read by TRANSFER-LOAD.
      * One line per subject code used by another school, naming the
      * subject on our own catalog it is to be entered as. A foreign
      * code that is neither on our active catalog nor mapped here is
      * rejected from the incoming student's subject table.
      ******************************************************************
           05 MAP-FOREIGN-CODE PIC X(4).
           05 FILLER PIC X(1).
           05 MAP-LOCAL-CODE PIC X(4).
