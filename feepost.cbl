      ******************************************************************
      * Author:
      * Date:
      * Purpose: Payments/adjustments posting for the student fee
      *          ledger. Applies feetran.txt (FEETRAN.CPY layout)
      *          against ledger.dat: a payment reduces the account
      *          balance, relieving the oldest aged amount first; an
      *          adjustment raises (D) or reduces (C) it and must carry
      *          a reason code. A payment larger than the balance owed
      *          leaves a credit on account rather than being refused.
      *          Transactions for a student with no ledger account, or
      *          with an invalid code or amount, are rejected and
      *          counted. Every applied transaction is logged to the
      *          fee audit trail (feeaudit.txt) with the before/after
      *          balance, the same way inventory postings are logged.
      *          The operator must hold FEE-POST authority on
      *          operauth.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-POST.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT LEDGER-MASTER ASSIGN TO "../ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-STUDENT-ID
               FILE STATUS IS WS-LEDGER-STATUS.

               SELECT FEE-TRANS ASSIGN TO "../feetran.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-TRAN-STATUS.

               SELECT FEE-AUDIT ASSIGN TO "../feeaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-AUDIT-STATUS.

               SELECT OPERATOR-AUTH ASSIGN TO "../operauth.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

               SELECT AUTH-VIOLATIONS ASSIGN TO "../authviol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-VIOL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD LEDGER-MASTER.
           01 LEDGER-RECORD.
               COPY LEDGREC.CPY.

           FD FEE-TRANS.
           01 FEE-TRAN-RECORD.
               COPY FEETRAN.CPY.

           FD FEE-AUDIT.
           01 FEE-AUDIT-RECORD.
               COPY FEEAUD.CPY.

           FD OPERATOR-AUTH.
           01 OPERATOR-AUTH-RECORD.
               COPY OPERAUTH.CPY.

           FD AUTH-VIOLATIONS.
           01 AUTH-VIOLATION-RECORD.
               COPY AUTHVIOL.CPY.

           WORKING-STORAGE SECTION.
           01 WS-LEDGER-STATUS PIC X(2).
           01 WS-FEE-TRAN-STATUS PIC X(2).
           01 WS-FEE-AUDIT-STATUS PIC X(2).
           01 WS-FEE-TRAN-EOF PIC A(1) VALUE 'N'.

           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           COPY WSAUTH.CPY.

           01 WS-LEDGER-AMOUNT PIC 9(6)V9(2) VALUE ZERO.
           01 WS-BEFORE-BALANCE PIC S9(6)V9(2) VALUE ZERO.
           01 WS-OWED-BEFORE PIC 9(7)V9(2) VALUE ZERO.
           01 WS-OWED-AFTER PIC 9(7)V9(2) VALUE ZERO.
           01 WS-OWED-RELIEF PIC 9(7)V9(2) VALUE ZERO.
           01 WS-POST-DIRECTION PIC X(1).

           01 WS-PAYMENT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-ADJUSTMENT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-POST-REJECT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-CREDIT-BALANCE-COUNT PIC 9(5) VALUE ZERO.
           01 WS-PAYMENT-TOTAL PIC 9(8)V9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-OPERATOR-ID FROM COMMAND-LINE.
           MOVE "FEE-POST" TO WS-AUTH-PROGRAM.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           OPEN EXTEND FEE-AUDIT.
           IF WS-FEE-AUDIT-STATUS = "35"
               OPEN OUTPUT FEE-AUDIT
           END-IF.
           IF WS-FEE-AUDIT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN FEE-AUDIT, STATUS="
                   WS-FEE-AUDIT-STATUS
               STOP RUN
           END-IF.
           OPEN I-O LEDGER-MASTER.
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN LEDGER-MASTER, STATUS="
                   WS-LEDGER-STATUS
               CLOSE FEE-AUDIT
               STOP RUN
           END-IF.
           OPEN INPUT FEE-TRANS.
           IF WS-FEE-TRAN-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN FEE-TRANS, STATUS="
                   WS-FEE-TRAN-STATUS
               CLOSE LEDGER-MASTER
               CLOSE FEE-AUDIT
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-FEE-TRAN-EOF = 'Y'
               READ FEE-TRANS
                   AT END MOVE 'Y' TO WS-FEE-TRAN-EOF
                   NOT AT END PERFORM POST-ONE-FEE-TRANSACTION
               END-READ
           END-PERFORM.
           CLOSE FEE-TRANS.
           CLOSE LEDGER-MASTER.
           CLOSE FEE-AUDIT.
           DISPLAY "PAYMENTS: " WS-PAYMENT-COUNT
               " ADJUSTMENTS: " WS-ADJUSTMENT-COUNT
               " REJECTS: " WS-POST-REJECT-COUNT
               " LEFT IN CREDIT: " WS-CREDIT-BALANCE-COUNT
               " PAID IN: " WS-PAYMENT-TOTAL.
           STOP RUN.

       POST-ONE-FEE-TRANSACTION.
           IF FTR-CODE NOT = 'P' AND FTR-CODE NOT = 'A'
               ADD 1 TO WS-POST-REJECT-COUNT
               DISPLAY "INVALID FTR-CODE FOR STUDENT " FTR-STUDENT-ID
               EXIT PARAGRAPH
           END-IF
           IF FTR-AMOUNT NOT NUMERIC OR FTR-AMOUNT = ZERO
               ADD 1 TO WS-POST-REJECT-COUNT
               DISPLAY "INVALID AMOUNT FOR STUDENT " FTR-STUDENT-ID
               EXIT PARAGRAPH
           END-IF
           IF FTR-CODE = 'A'
               AND FTR-DIRECTION NOT = 'D' AND FTR-DIRECTION NOT = 'C'
               ADD 1 TO WS-POST-REJECT-COUNT
               DISPLAY "ADJUSTMENT WITHOUT D/C DIRECTION FOR STUDENT "
                   FTR-STUDENT-ID
               EXIT PARAGRAPH
           END-IF
           IF FTR-CODE = 'A' AND FTR-REASON = SPACES
               ADD 1 TO WS-POST-REJECT-COUNT
               DISPLAY "ADJUSTMENT WITHOUT REASON CODE FOR STUDENT "
                   FTR-STUDENT-ID
               EXIT PARAGRAPH
           END-IF
           IF FTR-STUDENT-ID NOT NUMERIC
               ADD 1 TO WS-POST-REJECT-COUNT
               DISPLAY "INVALID STUDENT-ID ON FEE TRANSACTION"
               EXIT PARAGRAPH
           END-IF
           MOVE FTR-STUDENT-ID TO LED-STUDENT-ID
           READ LEDGER-MASTER
               INVALID KEY
                   ADD 1 TO WS-POST-REJECT-COUNT
                   DISPLAY "NO LEDGER ACCOUNT FOR STUDENT "
                       FTR-STUDENT-ID
               NOT INVALID KEY
                   PERFORM UPDATE-ACCOUNT-BALANCE
           END-READ.

       UPDATE-ACCOUNT-BALANCE.
           MOVE FTR-AMOUNT TO WS-LEDGER-AMOUNT
           IF FTR-CODE = 'A' AND FTR-DIRECTION = 'D'
               MOVE 'D' TO WS-POST-DIRECTION
               PERFORM APPLY-LEDGER-DEBIT
           ELSE
               MOVE 'C' TO WS-POST-DIRECTION
               PERFORM APPLY-LEDGER-CREDIT
           END-IF
           REWRITE LEDGER-RECORD
           IF WS-LEDGER-STATUS NOT = "00"
               ADD 1 TO WS-POST-REJECT-COUNT
               DISPLAY "LEDGER REWRITE FAILED FOR STUDENT "
                   FTR-STUDENT-ID ", STATUS=" WS-LEDGER-STATUS
               EXIT PARAGRAPH
           END-IF
           IF FTR-CODE = 'P'
               ADD 1 TO WS-PAYMENT-COUNT
               ADD FTR-AMOUNT TO WS-PAYMENT-TOTAL
           ELSE
               ADD 1 TO WS-ADJUSTMENT-COUNT
           END-IF
           IF LED-BALANCE < ZERO AND WS-BEFORE-BALANCE NOT < ZERO
               ADD 1 TO WS-CREDIT-BALANCE-COUNT
               DISPLAY "ACCOUNT " FTR-STUDENT-ID
                   " NOW IN CREDIT - REFUND OR CARRY FORWARD"
           END-IF
           PERFORM WRITE-FEE-AUDIT.

       WRITE-FEE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO FAU-TIMESTAMP
           MOVE WS-OPERATOR-ID TO FAU-OPERATOR-ID
           MOVE FTR-CODE TO FAU-TRAN-CODE
           MOVE FTR-STUDENT-ID TO FAU-STUDENT-ID
           MOVE FTR-AMOUNT TO FAU-AMOUNT
           MOVE WS-POST-DIRECTION TO FAU-DIRECTION
           MOVE WS-BEFORE-BALANCE TO FAU-BEFORE-BALANCE
           MOVE LED-BALANCE TO FAU-AFTER-BALANCE
           MOVE SPACES TO FAU-SUBJECT-CODE
           MOVE SPACES TO FAU-TERM-CODE
           MOVE FTR-REFERENCE TO FAU-REFERENCE
           MOVE FTR-REASON TO FAU-REASON
           WRITE FEE-AUDIT-RECORD.

       COPY LEDGERP.CPY.

       COPY AUTHP.CPY.

       END PROGRAM FEE-POST.
