      ******************************************************************
      * Inter-school transfer interchange record layout, 170 bytes
      * fixed. Written by TRANSFER-EXTRACT (xferout.dat) for a student
      * leaving and read by TRANSFER-LOAD (xferin.dat) for a student
      * arriving. One H file header, then for each student an S record
      * (the current marks record), a D record (demographic data, when
      * the sending school has it), a C record for every subject code
      * the student carries now or in any past term (title and credit
      * hours from the sending school's catalog) and a T record per
      * term snapshot, and finally a Z file trailer with the student
      * and record counts (the record count takes in the header and
      * the trailer itself). XFR-STUDENT-ID is always the sending
      * school's STUDENT-ID. Subject status markers are those of
      * STUDENT.CPY (G/I/E/W, blank = graded).
      ******************************************************************
           05 XFR-RECORD-TYPE PIC X(1).
               88 XFR-FILE-HEADER VALUE 'H'.
               88 XFR-STUDENT-RECORD VALUE 'S'.
               88 XFR-DEMOGRAPHIC-RECORD VALUE 'D'.
               88 XFR-SUBJECT-RECORD VALUE 'C'.
               88 XFR-TERM-RECORD VALUE 'T'.
               88 XFR-FILE-TRAILER VALUE 'Z'.
           05 XFR-STUDENT-ID PIC 9(5).
           05 XFR-DATA PIC X(164).
           05 XFR-HEADER-DATA REDEFINES XFR-DATA.
               10 XFR-SCHOOL-CODE PIC X(10).
               10 XFR-EXTRACT-DATE PIC 9(8).
               10 FILLER PIC X(146).
           05 XFR-STUDENT-DATA REDEFINES XFR-DATA.
               10 XFR-STUDENT-NAME PIC A(6).
               10 XFR-STUDENT-MARK PIC 9(3).
               10 XFR-STATUS-CODE PIC X(1).
               10 XFR-SECTION-CODE PIC X(4).
               10 XFR-GRADE-LEVEL PIC X(2).
               10 XFR-SUBJECT-COUNT PIC 9(2).
               10 XFR-SUBJECTS OCCURS 5 TIMES
                       INDEXED BY XFR-SUBJECT-IDX.
                   15 XFR-SUBJECT-CODE PIC X(4).
                   15 XFR-SUBJECT-SCORE PIC 9(3).
                   15 XFR-SUBJECT-STATUS PIC X(1).
               10 FILLER PIC X(106).
           05 XFR-DEMOGRAPHIC-DATA REDEFINES XFR-DATA.
               10 XFR-SURNAME PIC X(20).
               10 XFR-GIVEN-NAME PIC X(20).
               10 XFR-ADDRESS-LINE-1 PIC X(30).
               10 XFR-ADDRESS-LINE-2 PIC X(30).
               10 XFR-CITY-LINE PIC X(30).
               10 XFR-GUARDIAN-NAME PIC X(30).
               10 FILLER PIC X(4).
           05 XFR-CATALOG-DATA REDEFINES XFR-DATA.
               10 XFR-CAT-SUBJECT-CODE PIC X(4).
               10 XFR-CAT-SUBJECT-TITLE PIC X(20).
               10 XFR-CAT-CREDIT-HOURS PIC 9(2).
               10 FILLER PIC X(138).
           05 XFR-TERM-DATA REDEFINES XFR-DATA.
               10 XFR-TERM-CODE PIC X(6).
               10 XFR-TERM-MARK PIC 9(3).
               10 XFR-TERM-STATUS-CODE PIC X(1).
               10 XFR-TERM-SECTION-CODE PIC X(4).
               10 XFR-TERM-GRADE-LEVEL PIC X(2).
               10 XFR-TERM-SUBJECT-COUNT PIC 9(2).
               10 XFR-TERM-SUBJECTS OCCURS 5 TIMES
                       INDEXED BY XFR-TERM-SUBJECT-IDX.
                   15 XFR-TERM-SUBJECT-CODE PIC X(4).
                   15 XFR-TERM-SUBJECT-SCORE PIC 9(3).
                   15 XFR-TERM-SUBJECT-STATUS PIC X(1).
               10 FILLER PIC X(106).
           05 XFR-TRAILER-DATA REDEFINES XFR-DATA.
               10 XFR-STUDENT-COUNT PIC 9(5).
               10 XFR-RECORD-COUNT PIC 9(7).
               10 FILLER PIC X(152).
