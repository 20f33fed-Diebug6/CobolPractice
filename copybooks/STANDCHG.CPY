      ******************************************************************
      * Standing-change record layout (stndchg.txt), written by
      * ACADEMIC-STANDING for every student whose standing differs
      * from the one assigned by the previous run (or who is assessed
      * for the first time below good standing), and read by the
      * AT-RISK-LETTERS run. SCH-PREVIOUS-STANDING is blank for a
      * student assessed for the first time. Standing codes are those
      * of STANDREC.CPY.
      ******************************************************************
           05 SCH-STUDENT-ID PIC 9(5).
           05 SCH-PREVIOUS-STANDING PIC X(1).
           05 SCH-NEW-STANDING PIC X(1).
           05 SCH-CUM-GPA PIC 9(3)V9(2).
           05 SCH-LOW-TERM-RUN PIC 9(3).
           05 SCH-TERM-COUNT PIC 9(3).
           05 SCH-LAST-TERM-CODE PIC X(6).
           05 SCH-RUN-DATE PIC 9(8).
