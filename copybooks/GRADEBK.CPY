      ******************************************************************
      * Section gradebook feed layout (gradebook.txt) as handed in by
      * the teachers. GBK-RECORD-TYPE H opens a gradebook for one
      * section and subject code; the D lines that follow carry one
      * STUDENT-ID and score each for that section and subject, up to
      * the next H line. GBK-SUBJECT-STATUS is the SUBJECT-STATUS
      * marker of STUDENT.CPY (I/E/W); blank means graded.
      ******************************************************************
           05 GBK-RECORD-TYPE PIC X(1).
               88 GBK-HEADER VALUE 'H'.
               88 GBK-SCORE-LINE VALUE 'D'.
           05 FILLER PIC X(1).
           05 GBK-LINE-DATA PIC X(14).
           05 GBK-HEADER-DATA REDEFINES GBK-LINE-DATA.
               10 GBK-SECTION-CODE PIC X(4).
               10 FILLER PIC X(1).
               10 GBK-SUBJECT-CODE PIC X(4).
               10 FILLER PIC X(5).
           05 GBK-SCORE-DATA REDEFINES GBK-LINE-DATA.
               10 GBK-STUDENT-ID PIC 9(5).
               10 FILLER PIC X(1).
               10 GBK-SCORE PIC 9(3).
               10 FILLER PIC X(1).
               10 GBK-SUBJECT-STATUS PIC X(1).
               10 FILLER PIC X(3).
