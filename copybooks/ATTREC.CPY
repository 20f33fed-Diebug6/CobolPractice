      ******************************************************************
      * Attendance master record layout (attendance.dat), one record
      * per student per school day, keyed on ATT-KEY (STUDENT-ID plus
      * the attendance date CCYYMMDD) so a student's days read back
      * in date order. Written by ATTENDANCE-POST from the homeroom
      * feed; read by the chronic-absence report, the transcript and
      * the at-risk letter run.
      * ATT-STATUS: P = present, T = tardy (counts as present),
      * A = absent, E = excused absence. Excused days still count as
      * days missed for chronic-absence purposes.
      * ATT-SECTION-CODE is the homeroom the mark was taken in.
      * ATT-POST-DATE and ATT-OPERATOR-ID show when and by whom the
      * day was last posted or corrected.
      ******************************************************************
           05 ATT-KEY.
               10 ATT-STUDENT-ID PIC 9(5).
               10 ATT-DATE PIC 9(8).
           05 ATT-SECTION-CODE PIC X(4).
           05 ATT-STATUS PIC X(1).
               88 ATT-PRESENT VALUE 'P'.
               88 ATT-TARDY VALUE 'T'.
               88 ATT-ABSENT VALUE 'A'.
               88 ATT-EXCUSED VALUE 'E'.
           05 ATT-POST-DATE PIC 9(8).
           05 ATT-OPERATOR-ID PIC X(8).
