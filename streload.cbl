      *          (studback.txt) written by the unload utility. This is
      *          both the reorganization path as the file grows and the
      *          recovery path when the index is damaged. The existing
      *          master is replaced, so unload first. A backup line
      *          written before the grade level was added to the
      *          record reloads with the level unassigned (00).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               COPY LOCKREC.CPY.

           FD STUDENT-BACKUP.
           01 BACKUP-RECORD PIC X(63).

           WORKING-STORAGE SECTION.
           01 WS-STUDENT.
           STOP RUN.

       LOAD-ONE-RECORD.
           IF WS-STUDENT-GRADE-LEVEL NOT NUMERIC
               MOVE ZERO TO WS-STUDENT-GRADE-LEVEL
           END-IF
           MOVE WS-STUDENT TO STUDENT-FILE
           WRITE STUDENT-FILE
               INVALID KEY
