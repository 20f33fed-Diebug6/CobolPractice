      ******************************************************************
      * Author:
      * Date:
      * Purpose: Term tuition billing run for the student fee ledger.
      *          For every active student on the STUDENT master it
      *          raises one charge per enrolled subject (every
      *          STUDENT-SUBJECTS entry not marked withdrawn) of the
      *          subject's CAT-CREDIT-HOURS on the subject catalog
      *          times the per-credit rate (CREDIT-RATE on
      *          runparm.txt, default 100). The charges are posted to
      *          the student's account on the ledger (ledger.dat),
      *          opening the account on first billing, and each one
      *          is logged to the fee audit trail (feeaudit.txt). An
      *          account already billed for the term code supplied by
      *          the operator is skipped, so the run can be repeated
      *          after a failure without double charging. A billing
      *          register (feecharge.txt) lists every account billed
      *          with its credits and amount, plus run totals.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-CHARGE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT STUDENT ASSIGN TO "../file.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

               SELECT MASTER-LOCK ASSIGN TO "../masterlock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

               SELECT SUBJECT-CATALOG ASSIGN TO "../subjcat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

               SELECT RUN-PARM-FILE ASSIGN TO "../runparm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

               SELECT LEDGER-MASTER ASSIGN TO "../ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-STUDENT-ID
               FILE STATUS IS WS-LEDGER-STATUS.

               SELECT FEE-AUDIT ASSIGN TO "../feeaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-AUDIT-STATUS.

               SELECT BILLING-REGISTER ASSIGN TO "../feecharge.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           01 STUDENT-FILE.
               COPY STUDENT.CPY.

           FD MASTER-LOCK.
           01 MASTER-LOCK-RECORD.
               COPY LOCKREC.CPY.

           FD SUBJECT-CATALOG.
           01 SUBJECT-CATALOG-RECORD.
               COPY SUBJCAT.CPY.

           FD RUN-PARM-FILE.
           01 RUN-PARM-LINE PIC X(40).

           FD LEDGER-MASTER.
           01 LEDGER-RECORD.
               COPY LEDGREC.CPY.

           FD FEE-AUDIT.
           01 FEE-AUDIT-RECORD.
               COPY FEEAUD.CPY.

           FD BILLING-REGISTER.
           01 BILLING-REGISTER-LINE PIC X(70).

           WORKING-STORAGE SECTION.
           01 WS-STUDENT.
               COPY WSSTUD.CPY.

           01 WS-STUDENT-STATUS PIC X(2).
           01 WS-CATALOG-STATUS PIC X(2).
           01 WS-RUN-PARM-STATUS PIC X(2).
           01 WS-LEDGER-STATUS PIC X(2).
           01 WS-FEE-AUDIT-STATUS PIC X(2).
           01 WS-REGISTER-STATUS PIC X(2).

           COPY WSPARM.CPY.

           COPY WSCAT.CPY.

           01 WS-EOF PIC A(1).

           01 WS-VALID-FLAG PIC A(1).
               88 WS-RECORD-VALID VALUE 'Y'.
               88 WS-RECORD-INVALID VALUE 'N'.

           01 WS-TERM-CODE PIC X(6) VALUE SPACES.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-CREDIT-RATE PIC 9(5) VALUE 100.
           01 WS-ACCOUNT-FOUND PIC A(1).

           01 WS-LEDGER-AMOUNT PIC 9(6)V9(2) VALUE ZERO.
           01 WS-BEFORE-BALANCE PIC S9(6)V9(2) VALUE ZERO.
           01 WS-OWED-BEFORE PIC 9(7)V9(2) VALUE ZERO.
           01 WS-OWED-AFTER PIC 9(7)V9(2) VALUE ZERO.
           01 WS-OWED-RELIEF PIC 9(7)V9(2) VALUE ZERO.

           01 WS-STUDENT-CREDITS PIC 9(3) VALUE ZERO.
           01 WS-STUDENT-CHARGE PIC 9(7)V9(2) VALUE ZERO.

           01 WS-BILLED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-OPENED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-ALREADY-BILLED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-CHARGE-COUNT PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-CHARGED PIC 9(8)V9(2) VALUE ZERO.

           01 WS-REPORT-HEADING-1.
               05 FILLER PIC X(30)
                   VALUE "===== TUITION BILLING =====".
               05 FILLER PIC X(5) VALUE "TERM ".
               05 WS-HDG-TERM PIC X(6).
               05 FILLER PIC X(10) VALUE "  RUN DATE".
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-HDG-RUN-DATE PIC 9(8).
           01 WS-REPORT-HEADING-2.
               05 FILLER PIC X(17) VALUE "RATE PER CREDIT ".
               05 WS-HDG-RATE PIC ZZ,ZZ9.
           01 WS-REPORT-HEADING-3.
               05 FILLER PIC X(7) VALUE "ID".
               05 FILLER PIC X(8) VALUE "NAME".
               05 FILLER PIC X(6) VALUE "SUBJ".
               05 FILLER PIC X(8) VALUE "CREDITS".
               05 FILLER PIC X(14) VALUE "     CHARGED".
               05 FILLER PIC X(12) VALUE "  BALANCE".

           01 WS-REGISTER-DETAIL.
               05 WS-RPT-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-NAME PIC A(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RPT-SUBJECTS PIC Z9.
               05 FILLER PIC X(5) VALUE SPACES.
               05 WS-RPT-CREDITS PIC ZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-RPT-CHARGED PIC Z,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RPT-BALANCE PIC -ZZZ,ZZ9.99.
               05 WS-RPT-NOTE PIC X(10).

           01 WS-SUBJECTS-BILLED PIC 9(2) VALUE ZERO.

           01 WS-TOTAL-LINE-1.
               05 FILLER PIC X(22) VALUE "ACCOUNTS BILLED     : ".
               05 WS-TOT-BILLED PIC ZZZZ9.
               05 FILLER PIC X(11) VALUE "   OPENED: ".
               05 WS-TOT-OPENED PIC ZZZZ9.
           01 WS-TOTAL-LINE-2.
               05 FILLER PIC X(22) VALUE "ALREADY BILLED/SKIP : ".
               05 WS-TOT-SKIPPED PIC ZZZZ9.
           01 WS-TOTAL-LINE-3.
               05 FILLER PIC X(22) VALUE "SUBJECT CHARGES     : ".
               05 WS-TOT-CHARGES PIC ZZZZ9.
               05 FILLER PIC X(11) VALUE "   AMOUNT: ".
               05 WS-TOT-AMOUNT PIC ZZ,ZZZ,ZZ9.99.

           01 WS-LOCK-STATUS PIC X(2).
           01 WS-LOCK-MODE PIC X(1) VALUE 'R'.
           01 WS-LOCK-PROGRAM PIC X(18) VALUE "FEE-CHARGE".
           01 WS-LOCK-OVERRIDE PIC A(1) VALUE 'N'.
           01 WS-LOCK-BLOCKED PIC A(1) VALUE 'N'.
           01 WS-LOCK-HELD PIC A(1) VALUE 'N'.
           01 WS-LOCK-NEW-STATE PIC X(1).
           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-OPERATOR-ID FROM COMMAND-LINE.
           DISPLAY "Enter term code to bill".
           ACCEPT WS-TERM-CODE.
           IF WS-TERM-CODE = SPACES
               DISPLAY "NO TERM CODE SUPPLIED - BILLING ABANDONED"
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM LOAD-RUN-PARAMETERS.
           MOVE "CREDIT-RATE" TO WS-LOOKUP-PARM-KEY.
           MOVE 100 TO WS-PARM-DEFAULT-VALUE.
           PERFORM GET-NUMERIC-PARAMETER.
           MOVE WS-PARM-NUMERIC-VALUE TO WS-CREDIT-RATE.
           PERFORM LOAD-SUBJECT-CATALOG.
           PERFORM ACQUIRE-MASTER-LOCK.
           OPEN INPUT STUDENT.
           IF WS-STUDENT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STUDENT FILE, STATUS="
                   WS-STUDENT-STATUS
               STOP RUN
           END-IF.
           OPEN I-O LEDGER-MASTER.
           IF WS-LEDGER-STATUS = "35"
               DISPLAY "NO FEE LEDGER ON FILE - BUILDING A NEW ONE"
               OPEN OUTPUT LEDGER-MASTER
               CLOSE LEDGER-MASTER
               OPEN I-O LEDGER-MASTER
           END-IF.
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN LEDGER-MASTER, STATUS="
                   WS-LEDGER-STATUS
               CLOSE STUDENT
               STOP RUN
           END-IF.
           OPEN EXTEND FEE-AUDIT.
           IF WS-FEE-AUDIT-STATUS = "35"
               OPEN OUTPUT FEE-AUDIT
           END-IF.
           IF WS-FEE-AUDIT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN FEE-AUDIT, STATUS="
                   WS-FEE-AUDIT-STATUS
               CLOSE LEDGER-MASTER
               CLOSE STUDENT
               STOP RUN
           END-IF.
           OPEN OUTPUT BILLING-REGISTER.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BILLING-REGISTER, STATUS="
                   WS-REGISTER-STATUS
               CLOSE FEE-AUDIT
               CLOSE LEDGER-MASTER
               CLOSE STUDENT
               STOP RUN
           END-IF.
           PERFORM WRITE-REGISTER-HEADINGS.
           PERFORM BILL-STUDENT-MASTER.
           PERFORM WRITE-REGISTER-TOTALS.
           CLOSE BILLING-REGISTER.
           CLOSE FEE-AUDIT.
           CLOSE LEDGER-MASTER.
           CLOSE STUDENT.
           PERFORM RELEASE-MASTER-LOCK.
           DISPLAY "BILLING COMPLETE - " WS-BILLED-COUNT
               " ACCOUNT(S) BILLED, " WS-ALREADY-BILLED-COUNT
               " ALREADY BILLED FOR TERM " WS-TERM-CODE.
           STOP RUN.

       WRITE-REGISTER-HEADINGS.
           MOVE WS-TERM-CODE TO WS-HDG-TERM
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-REPORT-HEADING-1 TO BILLING-REGISTER-LINE
           WRITE BILLING-REGISTER-LINE
           MOVE WS-CREDIT-RATE TO WS-HDG-RATE
           MOVE WS-REPORT-HEADING-2 TO BILLING-REGISTER-LINE
           WRITE BILLING-REGISTER-LINE
           MOVE WS-REPORT-HEADING-3 TO BILLING-REGISTER-LINE
           WRITE BILLING-REGISTER-LINE.

       BILL-STUDENT-MASTER.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO STUDENT-ID
           START STUDENT KEY IS NOT LESS THAN STUDENT-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT NEXT INTO WS-STUDENT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM VALIDATE-STUDENT-RECORD
                       IF WS-RECORD-VALID
                           AND WS-STUDENT-ACTIVE
                           PERFORM BILL-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.

       BILL-ONE-STUDENT.
           MOVE SPACES TO WS-RPT-NOTE
           MOVE WS-STUDENT-ID TO LED-STUDENT-ID
           READ LEDGER-MASTER
               INVALID KEY MOVE 'N' TO WS-ACCOUNT-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-ACCOUNT-FOUND
           END-READ
           IF WS-ACCOUNT-FOUND = 'Y'
               AND LED-LAST-BILLED-TERM = WS-TERM-CODE
               ADD 1 TO WS-ALREADY-BILLED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCOUNT-FOUND = 'N'
               PERFORM OPEN-LEDGER-ACCOUNT
           END-IF
           MOVE ZERO TO WS-STUDENT-CREDITS
           MOVE ZERO TO WS-STUDENT-CHARGE
           MOVE ZERO TO WS-SUBJECTS-BILLED
           PERFORM VARYING WS-SUBJECT-IDX FROM 1 BY 1
               UNTIL WS-SUBJECT-IDX > WS-STUDENT-SUBJECT-COUNT
               OR WS-SUBJECT-IDX > 5
               PERFORM CHARGE-ONE-SUBJECT
           END-PERFORM
           MOVE WS-TERM-CODE TO LED-LAST-BILLED-TERM
           IF WS-ACCOUNT-FOUND = 'N'
               WRITE LEDGER-RECORD
               MOVE "  OPENED" TO WS-RPT-NOTE
               ADD 1 TO WS-OPENED-COUNT
           ELSE
               REWRITE LEDGER-RECORD
           END-IF
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "LEDGER UPDATE FAILED FOR STUDENT-ID "
                   WS-STUDENT-ID ", STATUS=" WS-LEDGER-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BILLED-COUNT
           ADD WS-STUDENT-CHARGE TO WS-TOTAL-CHARGED
           MOVE WS-STUDENT-ID TO WS-RPT-ID
           MOVE WS-STUDENT-NAME TO WS-RPT-NAME
           MOVE WS-SUBJECTS-BILLED TO WS-RPT-SUBJECTS
           MOVE WS-STUDENT-CREDITS TO WS-RPT-CREDITS
           MOVE WS-STUDENT-CHARGE TO WS-RPT-CHARGED
           MOVE LED-BALANCE TO WS-RPT-BALANCE
           MOVE WS-REGISTER-DETAIL TO BILLING-REGISTER-LINE
           WRITE BILLING-REGISTER-LINE.

       OPEN-LEDGER-ACCOUNT.
           INITIALIZE LEDGER-RECORD
           MOVE WS-STUDENT-ID TO LED-STUDENT-ID
           MOVE SPACES TO LED-LAST-BILLED-TERM
           MOVE ZERO TO LED-LAST-STATEMENT-DATE
           MOVE SPACES TO LED-LAST-STATEMENT-STAMP
           MOVE WS-RUN-DATE TO LED-OPENED-DATE.

       CHARGE-ONE-SUBJECT.
           IF WS-SUBJECT-CODE (WS-SUBJECT-IDX) = SPACES
               OR WS-SUBJECT-WITHDRAWN (WS-SUBJECT-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUBJECT-CODE (WS-SUBJECT-IDX)
               TO WS-LOOKUP-SUBJECT-CODE
           PERFORM FIND-SUBJECT-ENTRY
           COMPUTE WS-LEDGER-AMOUNT =
               WS-SUBJECT-CREDITS * WS-CREDIT-RATE
           PERFORM APPLY-LEDGER-DEBIT
           ADD 1 TO WS-SUBJECTS-BILLED
           ADD 1 TO WS-CHARGE-COUNT
           ADD WS-SUBJECT-CREDITS TO WS-STUDENT-CREDITS
           ADD WS-LEDGER-AMOUNT TO WS-STUDENT-CHARGE
           PERFORM WRITE-CHARGE-AUDIT.

       WRITE-CHARGE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO FAU-TIMESTAMP
           MOVE WS-OPERATOR-ID TO FAU-OPERATOR-ID
           MOVE 'C' TO FAU-TRAN-CODE
           MOVE WS-STUDENT-ID TO FAU-STUDENT-ID
           MOVE WS-LEDGER-AMOUNT TO FAU-AMOUNT
           MOVE 'D' TO FAU-DIRECTION
           MOVE WS-BEFORE-BALANCE TO FAU-BEFORE-BALANCE
           MOVE LED-BALANCE TO FAU-AFTER-BALANCE
           MOVE WS-SUBJECT-CODE (WS-SUBJECT-IDX) TO FAU-SUBJECT-CODE
           MOVE WS-TERM-CODE TO FAU-TERM-CODE
           MOVE SPACES TO FAU-REFERENCE
           MOVE SPACES TO FAU-REASON
           WRITE FEE-AUDIT-RECORD.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO BILLING-REGISTER-LINE
           WRITE BILLING-REGISTER-LINE
           MOVE WS-BILLED-COUNT TO WS-TOT-BILLED
           MOVE WS-OPENED-COUNT TO WS-TOT-OPENED
           MOVE WS-TOTAL-LINE-1 TO BILLING-REGISTER-LINE
           WRITE BILLING-REGISTER-LINE
           MOVE WS-ALREADY-BILLED-COUNT TO WS-TOT-SKIPPED
           MOVE WS-TOTAL-LINE-2 TO BILLING-REGISTER-LINE
           WRITE BILLING-REGISTER-LINE
           MOVE WS-CHARGE-COUNT TO WS-TOT-CHARGES
           MOVE WS-TOTAL-CHARGED TO WS-TOT-AMOUNT
           MOVE WS-TOTAL-LINE-3 TO BILLING-REGISTER-LINE
           WRITE BILLING-REGISTER-LINE.

       COPY LEDGERP.CPY.

       COPY VALIDATEP.CPY.

       COPY CATALOGP.CPY.

       COPY PARMP.CPY.

       COPY LOCKP.CPY.

       END PROGRAM FEE-CHARGE.
