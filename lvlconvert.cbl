      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion unload for the STUDENT master.
      *          A master built before STUDENT-GRADE-LEVEL was added
      *          to the record (61 bytes instead of 63) opens with file
      *          status 39 in every current program, including the
      *          regular unload utility. This program declares the old
      *          record layout, reads such a master in STUDENT-ID
      *          order and writes the flat sequential backup
      *          (studback.txt) in the new layout with the grade level
      *          unassigned (00); running STUDENT-RELOAD against that
      *          backup rebuilds the master in the new layout. Assign
      *          the levels afterwards through maintenance. A master
      *          that also predates the STUDENT-NAME alternate key is
      *          converted with STUDENT-CONVERT instead. Not needed
      *          once every master on site has been converted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEVEL-CONVERT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT OLD-STUDENT ASSIGN TO "../file.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OST-ID
               ALTERNATE RECORD KEY IS OST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

               SELECT MASTER-LOCK ASSIGN TO "../masterlock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

               SELECT STUDENT-BACKUP ASSIGN TO "../studback.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD OLD-STUDENT.
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
               COPY WSSTUD.CPY.

           01 WS-STUDENT-STATUS PIC X(2).
           01 WS-BACKUP-STATUS PIC X(2).

           01 WS-EOF PIC A(1).
           01 WS-CONVERT-COUNT PIC 9(6) VALUE ZERO.

           01 WS-LOCK-STATUS PIC X(2).
           01 WS-LOCK-MODE PIC X(1) VALUE 'R'.
           01 WS-LOCK-PROGRAM PIC X(18) VALUE "LEVEL-CONVERT".
           01 WS-LOCK-OVERRIDE PIC A(1) VALUE 'N'.
           01 WS-LOCK-BLOCKED PIC A(1) VALUE 'N'.
           01 WS-LOCK-HELD PIC A(1) VALUE 'N'.
           01 WS-LOCK-NEW-STATE PIC X(1).
           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM ACQUIRE-MASTER-LOCK.
           OPEN INPUT OLD-STUDENT.
           IF WS-STUDENT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN OLD STUDENT FILE, STATUS="
                   WS-STUDENT-STATUS
               DISPLAY "IF THE STATUS IS 39 THE MASTER MAY ALREADY "
                   "CARRY THE GRADE LEVEL - USE STUDENT-UNLOAD, OR "
                   "STUDENT-CONVERT FOR A SINGLE-KEY MASTER"
               PERFORM RELEASE-MASTER-LOCK
               STOP RUN
           END-IF.
           OPEN OUTPUT STUDENT-BACKUP.
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STUDENT-BACKUP, STATUS="
                   WS-BACKUP-STATUS
               CLOSE OLD-STUDENT
               PERFORM RELEASE-MASTER-LOCK
               STOP RUN
           END-IF.
           PERFORM CONVERT-MASTER.
           CLOSE STUDENT-BACKUP.
           CLOSE OLD-STUDENT.
           PERFORM RELEASE-MASTER-LOCK.
           DISPLAY "CONVERSION UNLOAD COMPLETE - " WS-CONVERT-COUNT
               " RECORD(S) WRITTEN TO BACKUP".
           DISPLAY "NOW RUN STUDENT-RELOAD TO REBUILD THE MASTER "
               "WITH THE GRADE LEVEL".
           STOP RUN.

       CONVERT-MASTER.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO OST-ID
           START OLD-STUDENT KEY IS NOT LESS THAN OST-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-STUDENT NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM CONVERT-ONE-STUDENT
               END-READ
           END-PERFORM.

       CONVERT-ONE-STUDENT.
           MOVE OLD-STUDENT-RECORD TO WS-STUDENT
           MOVE ZERO TO WS-STUDENT-GRADE-LEVEL
           WRITE BACKUP-RECORD FROM WS-STUDENT
           ADD 1 TO WS-CONVERT-COUNT.

       COPY LOCKP.CPY.

       END PROGRAM LEVEL-CONVERT.
