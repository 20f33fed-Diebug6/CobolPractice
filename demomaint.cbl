      *          way STUDENT-MAINT logs the marks side. A blank field
      *          on a CHANGE leaves the master value in place so a
      *          partial correction card is safe. The first run builds
      *          the master if it does not exist yet. The operator
      *          must hold DEMO-MAINT authority on operauth.txt; a card
      *          whose code the operator may not post is rejected and
      *          logged to authviol.txt for the supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEMO-AUDIT-STATUS.

               SELECT OPERATOR-AUTH ASSIGN TO "../operauth.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

               SELECT AUTH-VIOLATIONS ASSIGN TO "../authviol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-VIOL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD DEMO-MASTER.
           01 DEMO-AUDIT-RECORD.
               COPY DEMOAUD.CPY.

           FD OPERATOR-AUTH.
           01 OPERATOR-AUTH-RECORD.
               COPY OPERAUTH.CPY.

           FD AUTH-VIOLATIONS.
           01 AUTH-VIOLATION-RECORD.
               COPY AUTHVIOL.CPY.

           WORKING-STORAGE SECTION.
           01 WS-DEMO-STATUS PIC X(2).
           01 WS-DEMO-TRAN-STATUS PIC X(2).
               88 WS-RECORD-VALID VALUE 'Y'.
               88 WS-RECORD-INVALID VALUE 'N'.

           COPY WSAUTH.CPY.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-OPERATOR-ID FROM COMMAND-LINE.
           MOVE "DEMO-MAINT" TO WS-AUTH-PROGRAM.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           OPEN I-O DEMO-MASTER.
           IF WS-DEMO-STATUS = "35"
               DISPLAY "NO DEMOGRAPHIC MASTER ON FILE - BUILDING A "
           DISPLAY "ADDS: " WS-ADD-COUNT
               " CHANGES: " WS-CHANGE-COUNT
               " DELETES: " WS-DELETE-COUNT
               " REJECTS: " WS-REJECT-COUNT
               " NOT AUTHORIZED: " WS-AUTH-REJECT-COUNT.
           STOP RUN.

       APPLY-DEMO-TRANSACTION.
           MOVE DTR-CODE TO WS-AUTH-TRAN-CODE
           MOVE DTR-STUDENT-ID TO WS-AUTH-VIOL-KEY
           PERFORM CHECK-TRAN-AUTHORITY
           IF WS-AUTH-TRAN-OK = 'N'
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "OPERATOR " WS-OPERATOR-ID " NOT AUTHORIZED "
                   "FOR DTR-CODE " DTR-CODE " ON STUDENT-ID "
                   DTR-STUDENT-ID
               EXIT PARAGRAPH
           END-IF
           EVALUATE DTR-CODE
               WHEN 'A'
                   PERFORM ADD-DEMO-RECORD
           MOVE WS-AFTER-SURNAME TO DAU-AFTER-SURNAME
           WRITE DEMO-AUDIT-RECORD.

       COPY AUTHP.CPY.

       END PROGRAM DEMO-MAINT.
