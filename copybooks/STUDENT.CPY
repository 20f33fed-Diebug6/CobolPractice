      * the marker existed) is treated as graded. Only graded entries
      * enter averages, subject statistics and failing-subject
      * selection.
      * STUDENT-GRADE-LEVEL is the year level the student is in this
      * school year (01 up to the site's TOP-GRADE-LEVEL); the
      * year-end rollover promotes, holds back or graduates on it.
      * 00 means not yet assigned - a record reloaded from a backup
      * taken before the field existed comes back as 00.
      ******************************************************************
           05 STUDENT-ID PIC 9(5).
           05 STUDENT-NAME PIC A(6).
                   88 SUBJECT-INCOMPLETE VALUE 'I'.
                   88 SUBJECT-EXEMPT VALUE 'E'.
                   88 SUBJECT-WITHDRAWN VALUE 'W'.
           05 STUDENT-GRADE-LEVEL PIC 9(2).
