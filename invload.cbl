      *          replacing whatever master exists. This is also the
      *          reorg and recovery path for the inventory subsystem,
      *          mirroring the student master reload utility.
      *          Every item's vendor code must be on the vendor master
      *          (vendmaster.dat) or the item is rejected, so the same
      *          supplier can no longer be keyed three different ways;
      *          an item loaded without a lead time takes the vendor's
      *          standard lead time, and an item placed with an
      *          inactive vendor is loaded with a warning.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFINITIONS-STATUS.

               SELECT VENDOR-MASTER ASSIGN TO "../vendmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VND-CODE
               FILE STATUS IS WS-VENDOR-MASTER-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD ITEM-MASTER.
           FD ITEM-DEFINITIONS.
           01 ITEM-DEFINITION-RECORD PIC X(56).

           FD VENDOR-MASTER.
           01 VENDOR-MASTER-RECORD.
               COPY VENDREC.CPY.

           WORKING-STORAGE SECTION.
           01 WS-ITEM.
               05 WS-ITEM-ID PIC X(6).

           01 WS-ITEM-MASTER-STATUS PIC X(2).
           01 WS-DEFINITIONS-STATUS PIC X(2).
           01 WS-VENDOR-MASTER-STATUS PIC X(2).

           01 WS-DEFINITIONS-EOF PIC A(1) VALUE 'N'.
           01 WS-LOAD-COUNT PIC 9(5) VALUE ZERO.
           01 WS-LOAD-REJECT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-INACTIVE-VENDOR-COUNT PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
                   WS-DEFINITIONS-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT VENDOR-MASTER.
           IF WS-VENDOR-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN VENDOR-MASTER, STATUS="
                   WS-VENDOR-MASTER-STATUS
               DISPLAY "RUN VENDOR-LOAD BEFORE LOADING ITEMS"
               CLOSE ITEM-DEFINITIONS
               STOP RUN
           END-IF.
           OPEN OUTPUT ITEM-MASTER.
           IF WS-ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ITEM-MASTER, STATUS="
                   WS-ITEM-MASTER-STATUS
               CLOSE ITEM-DEFINITIONS
               CLOSE VENDOR-MASTER
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-DEFINITIONS-EOF = 'Y'
           END-PERFORM.
           CLOSE ITEM-MASTER.
           CLOSE ITEM-DEFINITIONS.
           CLOSE VENDOR-MASTER.
           DISPLAY "ITEM LOAD COMPLETE - " WS-LOAD-COUNT
               " ITEM(S) LOADED, " WS-LOAD-REJECT-COUNT " REJECT(S), "
               WS-INACTIVE-VENDOR-COUNT " WITH INACTIVE VENDOR".
           STOP RUN.

       LOAD-ONE-ITEM.
           MOVE WS-ITEM-VENDOR TO VND-CODE
           READ VENDOR-MASTER
               INVALID KEY
                   ADD 1 TO WS-LOAD-REJECT-COUNT
                   DISPLAY "LOAD REJECTED ITEM " WS-ITEM-ID
                       ", VENDOR '" WS-ITEM-VENDOR
                       "' NOT ON VENDOR MASTER"
                   EXIT PARAGRAPH
           END-READ
           IF VND-INACTIVE
               ADD 1 TO WS-INACTIVE-VENDOR-COUNT
               DISPLAY "WARNING: ITEM " WS-ITEM-ID " PLACED WITH "
                   "INACTIVE VENDOR " WS-ITEM-VENDOR
           END-IF
           IF WS-ITEM-LEAD-TIME NOT NUMERIC
               OR WS-ITEM-LEAD-TIME = ZERO
               MOVE VND-STD-LEAD-TIME TO WS-ITEM-LEAD-TIME
           END-IF
           MOVE WS-ITEM TO ITEM-MASTER-RECORD
           WRITE ITEM-MASTER-RECORD
               INVALID KEY
