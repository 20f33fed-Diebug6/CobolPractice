               COPY LOCKREC.CPY.

           FD STUDENT-BACKUP.
           01 BACKUP-RECORD PIC X(63).

           WORKING-STORAGE SECTION.
           01 WS-STUDENT.
