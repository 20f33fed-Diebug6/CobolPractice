      * resubmission), D = done (pulled into a resubmission batch by
      * RECYCLE-FIX). RCY-REASON-CODE: VAL = invalid data, DUP =
      * duplicate key, NOF = student not found, TCD = bad transaction
      * code, BAT = batch failed balancing, AUT = operator not
      * authorized for the transaction code. RCY-TRAN-DATA is the full
      * TRANREC.CPY image as it arrived.
      ******************************************************************
           05 RCY-STATUS PIC X(1).
               88 RCY-DONE VALUE 'D'.
           05 RCY-REASON-CODE PIC X(3).
           05 RCY-RUN-NUMBER PIC 9(5).
           05 RCY-TRAN-DATA PIC X(64).
