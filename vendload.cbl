      ******************************************************************
      * Author:
      * Date:
      * Purpose: Load utility for the vendor master. Builds a fresh
      *          indexed vendmaster.dat from the flat vendor
      *          definition file (vendors.txt, VENDREC.CPY layout),
      *          replacing whatever master exists, the same way
      *          INVENTORY-LOAD builds the item master. A vendor
      *          without a code or with a non-numeric standard lead
      *          time is rejected; a blank status loads as active.
      *          Load the vendor master before INVENTORY-LOAD, which
      *          validates every item's vendor code against it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-LOAD.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT VENDOR-MASTER ASSIGN TO "../vendmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VND-CODE
               FILE STATUS IS WS-VENDOR-MASTER-STATUS.

               SELECT VENDOR-DEFINITIONS ASSIGN TO "../vendors.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFINITIONS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD VENDOR-MASTER.
           01 VENDOR-MASTER-RECORD.
               COPY VENDREC.CPY.

           FD VENDOR-DEFINITIONS.
           01 VENDOR-DEFINITION-RECORD PIC X(76).

           WORKING-STORAGE SECTION.
           01 WS-VENDOR.
               05 WS-VENDOR-CODE PIC X(10).
               05 WS-VENDOR-NAME PIC X(30).
               05 WS-VENDOR-CONTACT-NAME PIC X(20).
               05 WS-VENDOR-CONTACT-PHONE PIC X(12).
               05 WS-VENDOR-LEAD-TIME PIC 9(3).
               05 WS-VENDOR-STATUS PIC X(1).

           01 WS-VENDOR-MASTER-STATUS PIC X(2).
           01 WS-DEFINITIONS-STATUS PIC X(2).

           01 WS-DEFINITIONS-EOF PIC A(1) VALUE 'N'.
           01 WS-LOAD-COUNT PIC 9(5) VALUE ZERO.
           01 WS-LOAD-REJECT-COUNT PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT VENDOR-DEFINITIONS.
           IF WS-DEFINITIONS-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN VENDOR-DEFINITIONS, STATUS="
                   WS-DEFINITIONS-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT VENDOR-MASTER.
           IF WS-VENDOR-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN VENDOR-MASTER, STATUS="
                   WS-VENDOR-MASTER-STATUS
               CLOSE VENDOR-DEFINITIONS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-DEFINITIONS-EOF = 'Y'
               READ VENDOR-DEFINITIONS INTO WS-VENDOR
                   AT END MOVE 'Y' TO WS-DEFINITIONS-EOF
                   NOT AT END PERFORM LOAD-ONE-VENDOR
               END-READ
           END-PERFORM.
           CLOSE VENDOR-MASTER.
           CLOSE VENDOR-DEFINITIONS.
           DISPLAY "VENDOR LOAD COMPLETE - " WS-LOAD-COUNT
               " VENDOR(S) LOADED, " WS-LOAD-REJECT-COUNT
               " REJECT(S)".
           STOP RUN.

       LOAD-ONE-VENDOR.
           IF WS-VENDOR-CODE = SPACES
               ADD 1 TO WS-LOAD-REJECT-COUNT
               DISPLAY "LOAD REJECTED VENDOR WITHOUT A CODE: "
                   WS-VENDOR-NAME
               EXIT PARAGRAPH
           END-IF
           IF WS-VENDOR-LEAD-TIME NOT NUMERIC
               ADD 1 TO WS-LOAD-REJECT-COUNT
               DISPLAY "LOAD REJECTED VENDOR " WS-VENDOR-CODE
                   ", LEAD TIME NOT NUMERIC"
               EXIT PARAGRAPH
           END-IF
           IF WS-VENDOR-STATUS = SPACE
               MOVE 'A' TO WS-VENDOR-STATUS
           END-IF
           IF WS-VENDOR-STATUS NOT = 'A' AND WS-VENDOR-STATUS NOT = 'I'
               ADD 1 TO WS-LOAD-REJECT-COUNT
               DISPLAY "LOAD REJECTED VENDOR " WS-VENDOR-CODE
                   ", INVALID STATUS " WS-VENDOR-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VENDOR TO VENDOR-MASTER-RECORD
           WRITE VENDOR-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-LOAD-REJECT-COUNT
                   DISPLAY "LOAD REJECTED VENDOR " WS-VENDOR-CODE
                       ", STATUS=" WS-VENDOR-MASTER-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-COUNT
           END-WRITE.

       END PROGRAM VENDOR-LOAD.
