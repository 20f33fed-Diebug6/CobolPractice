      *          layout, reads such a master in STUDENT-ID order and
      *          writes the flat sequential backup (studback.txt);
      *          running STUDENT-RELOAD against that backup rebuilds
      *          the master with the new key structure. Such a
      *          master also predates the grade level, so the old
      *          61-byte record is declared here and the level is
      *          written unassigned (00). Not needed once every
      *          master on site has been converted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               SELECT STUDENT ASSIGN TO "../file.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OST-ID
               FILE STATUS IS WS-STUDENT-STATUS.

               SELECT MASTER-LOCK ASSIGN TO "../masterlock.txt"
       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           01 OLD-STUDENT-RECORD.
               05 OST-ID PIC 9(5).
               05 OST-NAME PIC A(6).
               05 OST-DATA PIC X(50).

           FD MASTER-LOCK.
           01 MASTER-LOCK-RECORD.
               COPY LOCKREC.CPY.

           FD STUDENT-BACKUP.
           01 BACKUP-RECORD PIC X(63).

           WORKING-STORAGE SECTION.
           01 WS-STUDENT.

       CONVERT-MASTER.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO OST-ID
           START STUDENT KEY IS NOT LESS THAN OST-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT NEXT INTO WS-STUDENT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ZERO TO WS-STUDENT-GRADE-LEVEL
                       WRITE BACKUP-RECORD FROM WS-STUDENT
                       ADD 1 TO WS-CONVERT-COUNT
               END-READ
