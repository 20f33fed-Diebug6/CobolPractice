      ******************************************************************
      * Pending-approval record layout (pendappr.dat, indexed on
      * PND-KEY). One record per maintenance CHANGE that altered a
      * mark or subject score after the term was closed (see
      * TERMCTL.CPY). The change is held here, not applied, until an
      * operator other than the one who keyed it approves it.
      * PND-STATUS: P = pending, A = approved (awaiting release),
      * R = rejected by the checker, S = self-approval refused (the
      * checker was the maker - still awaiting an independent check),
      * L = released and applied to the master, F = release failed
      * (the change no longer applies - see recycle.txt - or the
      * mark on the master is no longer PND-BEFORE-MARK).
      * PND-MAKER-ID is the operator who ran the maintenance job that
      * keyed the change; PND-CHECKER-ID the operator who decided it.
      * PND-BEFORE-MARK is the mark on file when the change was held.
      * PND-TRAN-DATA is the full TRANREC.CPY image as it arrived.
      ******************************************************************
           05 PND-KEY.
               10 PND-STUDENT-ID PIC 9(5).
               10 PND-HELD-TIMESTAMP PIC X(21).
           05 PND-STATUS PIC X(1).
               88 PND-PENDING VALUE 'P'.
               88 PND-APPROVED VALUE 'A'.
               88 PND-REJECTED VALUE 'R'.
               88 PND-SELF-APPROVED VALUE 'S'.
               88 PND-RELEASED VALUE 'L'.
               88 PND-RELEASE-FAILED VALUE 'F'.
           05 PND-TERM-CODE PIC X(6).
           05 PND-MAKER-ID PIC X(8).
           05 PND-CHECKER-ID PIC X(8).
           05 PND-DECISION-TIMESTAMP PIC X(21).
           05 PND-RELEASE-TIMESTAMP PIC X(21).
           05 PND-BEFORE-MARK PIC 9(3).
           05 PND-TRAN-DATA PIC X(64).
