      * mid-record. An entry written before the status/run fields
      * existed is short and reads with spaces there; everything that
      * uses AUD-RUN-NUMBER guards it with NUMERIC first.
      * AUD-MAKER-ID is the operator who keyed the change and
      * AUD-CHECKER-ID the second operator who approved it; the
      * checker is blank unless the change was a post-term mark
      * change released from the pending-approval file, in which case
      * AUD-OPERATOR-ID is the operator who ran the release.
      * YEAR-END-ROLLOVER logs each promotion, hold-back and graduation
      * with AUD-TRAN-CODE Y; the grade-level change itself is listed
      * on the rollover register (rollover.txt).
      ******************************************************************
           05 AUD-TIMESTAMP PIC X(21).
           05 AUD-OPERATOR-ID PIC X(8).
           05 AUD-BEFORE-STATUS PIC X(1).
           05 AUD-AFTER-STATUS PIC X(1).
           05 AUD-RUN-NUMBER PIC 9(5).
           05 AUD-MAKER-ID PIC X(8).
           05 AUD-CHECKER-ID PIC X(8).
