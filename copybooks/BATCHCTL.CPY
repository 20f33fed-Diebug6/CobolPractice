      ******************************************************************
      * Batch control record layout for tranfile.txt, redefining the
      * same 64-byte record area as TRANREC.CPY. The first byte is 'H'
      * for a batch header or 'T' for a batch trailer; anything else is
      * an ordinary transaction. The trailer carries the record count
      * and the hash of TRAN-STUDENT-MARK values for the batch so the
               88 BCH-HEADER VALUE 'H'.
               88 BCH-TRAILER VALUE 'T'.
           05 BCH-BATCH-ID PIC X(8).
           05 BCH-CONTROL-DATA PIC X(55).
           05 BCH-HEADER-DATA REDEFINES BCH-CONTROL-DATA.
               10 BCH-ORIGIN PIC X(10).
               10 BCH-BATCH-DATE PIC 9(8).
               10 FILLER PIC X(37).
           05 BCH-TRAILER-DATA REDEFINES BCH-CONTROL-DATA.
               10 BCH-RECORD-COUNT PIC 9(6).
               10 BCH-MARK-HASH PIC 9(9).
               10 FILLER PIC X(40).
