      ******************************************************************
      * WORKING-STORAGE for the open-PO aging scan in POAGEP.CPY,
      * COPYed at the 01 level by PO-AGING and INVENTORY-DRIVER. The
      * caller declares the file status fields, WS-RUN-DATE and
      * WS-PO-EOF itself, since the other steps of the driver share
      * them.
      ******************************************************************
           01 WS-RUN-DATE-INTEGER PIC 9(7).
           01 WS-EXPECTED-INTEGER PIC 9(7).
           01 WS-DAYS-OVERDUE PIC S9(5).
           01 WS-QTY-DUE PIC S9(7).

           01 WS-OPEN-COUNT PIC 9(5) VALUE ZERO.
           01 WS-OVERDUE-COUNT PIC 9(5) VALUE ZERO.

           01 WS-AGING-HEADING-1.
               05 FILLER PIC X(30)
                   VALUE "===== OPEN PO AGING =====".
               05 FILLER PIC X(9) VALUE "RUN DATE ".
               05 WS-AGING-HDG-DATE PIC 9(8).

           01 WS-AGING-HEADING-2.
               05 FILLER PIC X(8) VALUE "PO".
               05 FILLER PIC X(8) VALUE "ITEM".
               05 FILLER PIC X(11) VALUE "VENDOR".
               05 FILLER PIC X(10) VALUE "EXPECTED".
               05 FILLER PIC X(9) VALUE "ORDERED".
               05 FILLER PIC X(9) VALUE "RECEIVED".
               05 FILLER PIC X(8) VALUE "DUE".
               05 FILLER PIC X(7) VALUE "OVERDUE".

           01 WS-AGING-DETAIL.
               05 WS-AGE-PO-NUMBER PIC 9(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-AGE-ITEM-ID PIC X(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-AGE-VENDOR PIC X(10).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-AGE-EXPECTED PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-AGE-ORDERED PIC ZZZZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-AGE-RECEIVED PIC ZZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-AGE-DUE PIC ZZZZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-AGE-OVERDUE PIC ZZZZ9.
