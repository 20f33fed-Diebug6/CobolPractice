      ******************************************************************
      * Homeroom attendance feed layout (attfeed.txt), one line per
      * student per day as marked by the homeroom teacher, grouped by
      * section. AFD-SECTION-CODE is the homeroom taking the register
      * and must match the student's STUDENT-SECTION-CODE.
      * AFD-ATTEND-DATE is CCYYMMDD. AFD-STATUS uses the ATT-STATUS
      * values of ATTREC.CPY (P, T, A, E).
      ******************************************************************
           05 AFD-SECTION-CODE PIC X(4).
           05 FILLER PIC X(1).
           05 AFD-ATTEND-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 AFD-STUDENT-ID PIC 9(5).
           05 FILLER PIC X(1).
           05 AFD-STATUS PIC X(1).
