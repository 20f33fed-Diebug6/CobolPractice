      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly fee statement run. Prints one statement page
      *          per ledger account (ledger.dat) that has a balance or
      *          has had activity since its last statement, addressed
      *          to DEM-GUARDIAN-NAME at the window-envelope address on
      *          the demographic master. Each statement lists the
      *          charges, payments and adjustments posted since the
      *          previous statement (from the fee audit trail,
      *          feeaudit.txt), the balance due or credit on account,
      *          and the amount owed aged current / 30 / 60 / 90+
      *          days. The run ends with an aged-receivables summary
      *          page totalling every bucket across all accounts.
      *          After printing, each account's aging is rolled one
      *          cycle older and its statement date set, once per
      *          calendar month - a rerun in the same month reprints
      *          without aging the debt a second time. Activity is
      *          selected by the full timestamp of the last statement
      *          run, so fees posted later that same day appear on the
      *          next statement. A student
      *          missing from the demographic master falls back to
      *          the six-byte short name with no address.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-STATEMENT.

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

               SELECT DEMO-MASTER ASSIGN TO "../demomaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEM-STUDENT-ID
               FILE STATUS IS WS-DEMO-STATUS.

               SELECT LEDGER-MASTER ASSIGN TO "../ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-STUDENT-ID
               FILE STATUS IS WS-LEDGER-STATUS.

               SELECT FEE-AUDIT ASSIGN TO "../feeaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-AUDIT-STATUS.

               SELECT ACTIVITY-SORT-WORK ASSIGN TO "../feesort.tmp".

               SELECT STATEMENT-PRINT ASSIGN TO "../statements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           01 STUDENT-FILE.
               COPY STUDENT.CPY.

           FD MASTER-LOCK.
           01 MASTER-LOCK-RECORD.
               COPY LOCKREC.CPY.

           FD DEMO-MASTER.
           01 DEMO-MASTER-RECORD.
               COPY DEMOREC.CPY.

           FD LEDGER-MASTER.
           01 LEDGER-RECORD.
               COPY LEDGREC.CPY.

           FD FEE-AUDIT.
           01 FEE-AUDIT-RECORD.
               COPY FEEAUD.CPY.

           SD ACTIVITY-SORT-WORK.
           01 ACTIVITY-SORT-RECORD.
               05 ASW-STUDENT-ID PIC 9(5).
               05 ASW-POST-DATE PIC 9(8).
               05 ASW-TIMESTAMP PIC X(21).
               05 ASW-TRAN-CODE PIC X(1).
               05 ASW-AMOUNT PIC 9(6)V9(2).
               05 ASW-DIRECTION PIC X(1).
               05 ASW-SUBJECT-CODE PIC X(4).
               05 ASW-TERM-CODE PIC X(6).
               05 ASW-REFERENCE PIC X(10).
               05 ASW-REASON PIC X(3).

           FD STATEMENT-PRINT.
           01 STATEMENT-LINE PIC X(70).

           WORKING-STORAGE SECTION.
           01 WS-STUDENT.
               COPY WSSTUD.CPY.

           01 WS-STUDENT-STATUS PIC X(2).
           01 WS-DEMO-STATUS PIC X(2).
           01 WS-LEDGER-STATUS PIC X(2).
           01 WS-FEE-AUDIT-STATUS PIC X(2).
           01 WS-STATEMENT-STATUS PIC X(2).
           01 WS-DEMO-AVAILABLE PIC A(1) VALUE 'N'.
           01 WS-DEMO-FOUND PIC A(1) VALUE 'N'.
           01 WS-FULL-NAME PIC X(41).

           01 WS-AUDIT-EOF PIC A(1).
           01 WS-LEDGER-EOF PIC A(1).
           01 WS-SORT-EOF PIC A(1).
           01 WS-HAS-ACTIVITY PIC A(1).

           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-TIMESTAMP PIC X(21).
           01 WS-RUN-MONTH PIC 9(6).
           01 WS-LAST-STATEMENT-MONTH PIC 9(6).

           01 WS-STATEMENT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-ROLLED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-ACCOUNT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-OWING-COUNT PIC 9(5) VALUE ZERO.
           01 WS-CREDIT-COUNT PIC 9(5) VALUE ZERO.

           01 WS-AGED-TOTALS.
               05 WS-TOTAL-CURRENT PIC 9(8)V9(2) VALUE ZERO.
               05 WS-TOTAL-30 PIC 9(8)V9(2) VALUE ZERO.
               05 WS-TOTAL-60 PIC 9(8)V9(2) VALUE ZERO.
               05 WS-TOTAL-90 PIC 9(8)V9(2) VALUE ZERO.
               05 WS-TOTAL-OWED PIC 9(8)V9(2) VALUE ZERO.
               05 WS-TOTAL-CREDIT PIC 9(8)V9(2) VALUE ZERO.
           01 WS-CREDIT-AMOUNT PIC 9(6)V9(2) VALUE ZERO.

           01 WS-LEDGER-AMOUNT PIC 9(6)V9(2) VALUE ZERO.
           01 WS-BEFORE-BALANCE PIC S9(6)V9(2) VALUE ZERO.
           01 WS-OWED-BEFORE PIC 9(7)V9(2) VALUE ZERO.
           01 WS-OWED-AFTER PIC 9(7)V9(2) VALUE ZERO.
           01 WS-OWED-RELIEF PIC 9(7)V9(2) VALUE ZERO.

           01 WS-STATEMENT-HEADING.
               05 FILLER PIC X(35)
                   VALUE "STUDENT ACCOUNT STATEMENT".
               05 FILLER PIC X(15) VALUE "STATEMENT DATE ".
               05 WS-HDG-RUN-DATE PIC 9(8).

           01 WS-ACTIVITY-HEADING.
               05 FILLER PIC X(10) VALUE "DATE".
               05 FILLER PIC X(28) VALUE "DESCRIPTION".
               05 FILLER PIC X(12) VALUE "REFERENCE".
               05 FILLER PIC X(14) VALUE "        AMOUNT".

           01 WS-ACTIVITY-DETAIL.
               05 WS-ACT-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-ACT-DESCRIPTION PIC X(26).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-ACT-REFERENCE PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-ACT-AMOUNT PIC ZZZ,ZZ9.99.
               05 WS-ACT-CREDIT PIC X(3).

           01 WS-BALANCE-LINE.
               05 WS-BAL-CAPTION PIC X(22).
               05 WS-BAL-AMOUNT PIC ZZZ,ZZ9.99.

           01 WS-AGING-HEADING.
               05 FILLER PIC X(14) VALUE "       CURRENT".
               05 FILLER PIC X(14) VALUE "       30 DAYS".
               05 FILLER PIC X(14) VALUE "       60 DAYS".
               05 FILLER PIC X(14) VALUE "      90+ DAYS".

           01 WS-AGING-DETAIL.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-AGE-CURRENT PIC ZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-AGE-30 PIC ZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-AGE-60 PIC ZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-AGE-90 PIC ZZ,ZZZ,ZZ9.99.

           01 WS-SUMMARY-COUNT-LINE.
               05 WS-SUM-CAPTION PIC X(28).
               05 WS-SUM-COUNT PIC ZZZZ9.

           01 WS-SUMMARY-AMOUNT-LINE.
               05 WS-SUM-AMT-CAPTION PIC X(28).
               05 WS-SUM-AMOUNT PIC ZZ,ZZZ,ZZ9.99.

           01 WS-LOCK-STATUS PIC X(2).
           01 WS-LOCK-MODE PIC X(1) VALUE 'R'.
           01 WS-LOCK-PROGRAM PIC X(18) VALUE "FEE-STATEMENT".
           01 WS-LOCK-OVERRIDE PIC A(1) VALUE 'N'.
           01 WS-LOCK-BLOCKED PIC A(1) VALUE 'N'.
           01 WS-LOCK-HELD PIC A(1) VALUE 'N'.
           01 WS-LOCK-NEW-STATE PIC X(1).
           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP (1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE (1:6) TO WS-RUN-MONTH.
           PERFORM OPEN-DEMOGRAPHIC-MASTER.
           PERFORM ACQUIRE-MASTER-LOCK.
           OPEN INPUT STUDENT.
           IF WS-STUDENT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STUDENT FILE, STATUS="
                   WS-STUDENT-STATUS
               STOP RUN
           END-IF.
           OPEN I-O LEDGER-MASTER.
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN LEDGER-MASTER, STATUS="
                   WS-LEDGER-STATUS
               CLOSE STUDENT
               STOP RUN
           END-IF.
           OPEN OUTPUT STATEMENT-PRINT.
           IF WS-STATEMENT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STATEMENT-PRINT, STATUS="
                   WS-STATEMENT-STATUS
               CLOSE LEDGER-MASTER
               CLOSE STUDENT
               STOP RUN
           END-IF.
           SORT ACTIVITY-SORT-WORK
               ON ASCENDING KEY ASW-STUDENT-ID
               ON ASCENDING KEY ASW-TIMESTAMP
               INPUT PROCEDURE IS RELEASE-FEE-ACTIVITY
               OUTPUT PROCEDURE IS PRINT-ACCOUNT-STATEMENTS.
           PERFORM WRITE-AGED-SUMMARY.
           CLOSE STATEMENT-PRINT.
           CLOSE LEDGER-MASTER.
           CLOSE STUDENT.
           PERFORM CLOSE-DEMOGRAPHIC-MASTER.
           PERFORM RELEASE-MASTER-LOCK.
           DISPLAY "STATEMENT RUN COMPLETE - " WS-STATEMENT-COUNT
               " STATEMENT(S) PRINTED, " WS-ROLLED-COUNT
               " ACCOUNT(S) AGED".
           STOP RUN.

       RELEASE-FEE-ACTIVITY.
           MOVE 'N' TO WS-AUDIT-EOF
           OPEN INPUT FEE-AUDIT
           IF WS-FEE-AUDIT-STATUS NOT = "00"
               DISPLAY "FEE AUDIT TRAIL NOT AVAILABLE, STATUS="
                   WS-FEE-AUDIT-STATUS " - NO ACTIVITY LINES SHOWN"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AUDIT-EOF = 'Y'
               READ FEE-AUDIT
                   AT END MOVE 'Y' TO WS-AUDIT-EOF
                   NOT AT END
                       MOVE FAU-STUDENT-ID TO ASW-STUDENT-ID
                       MOVE FAU-TIMESTAMP (1:8) TO ASW-POST-DATE
                       MOVE FAU-TIMESTAMP TO ASW-TIMESTAMP
                       MOVE FAU-TRAN-CODE TO ASW-TRAN-CODE
                       MOVE FAU-AMOUNT TO ASW-AMOUNT
                       MOVE FAU-DIRECTION TO ASW-DIRECTION
                       MOVE FAU-SUBJECT-CODE TO ASW-SUBJECT-CODE
                       MOVE FAU-TERM-CODE TO ASW-TERM-CODE
                       MOVE FAU-REFERENCE TO ASW-REFERENCE
                       MOVE FAU-REASON TO ASW-REASON
                       RELEASE ACTIVITY-SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE FEE-AUDIT.

       PRINT-ACCOUNT-STATEMENTS.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM RETURN-NEXT-ACTIVITY
           MOVE 'N' TO WS-LEDGER-EOF
           MOVE LOW-VALUES TO LED-STUDENT-ID
           START LEDGER-MASTER KEY IS NOT LESS THAN LED-STUDENT-ID
               INVALID KEY MOVE 'Y' TO WS-LEDGER-EOF
           END-START
           PERFORM UNTIL WS-LEDGER-EOF = 'Y'
               READ LEDGER-MASTER NEXT
                   AT END MOVE 'Y' TO WS-LEDGER-EOF
                   NOT AT END PERFORM PROCESS-ONE-ACCOUNT
               END-READ
           END-PERFORM.

       RETURN-NEXT-ACTIVITY.
           IF WS-SORT-EOF = 'N'
               RETURN ACTIVITY-SORT-WORK
                   AT END MOVE 'Y' TO WS-SORT-EOF
               END-RETURN
           END-IF.

       PROCESS-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               OR ASW-STUDENT-ID > LED-STUDENT-ID
               OR (ASW-STUDENT-ID = LED-STUDENT-ID
                   AND ASW-TIMESTAMP > LED-LAST-STATEMENT-STAMP)
               PERFORM RETURN-NEXT-ACTIVITY
           END-PERFORM
           MOVE 'N' TO WS-HAS-ACTIVITY
           IF WS-SORT-EOF = 'N'
               AND ASW-STUDENT-ID = LED-STUDENT-ID
               MOVE 'Y' TO WS-HAS-ACTIVITY
           END-IF
           IF LED-BALANCE NOT = ZERO OR WS-HAS-ACTIVITY = 'Y'
               PERFORM PRINT-ONE-STATEMENT
           END-IF
           PERFORM ACCUMULATE-AGED-TOTALS
           PERFORM ROLL-ACCOUNT-AGING.

       PRINT-ONE-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT
           MOVE LED-STUDENT-ID TO WS-STUDENT-ID
           MOVE LED-STUDENT-ID TO STUDENT-ID
           READ STUDENT INTO WS-STUDENT
               INVALID KEY
                   MOVE LED-STUDENT-ID TO WS-STUDENT-ID
                   MOVE SPACES TO WS-STUDENT-NAME
           END-READ
           PERFORM FIND-DEMOGRAPHIC-RECORD
           PERFORM WRITE-ADDRESS-BLOCK
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-STATEMENT-HEADING TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "STUDENT " DELIMITED BY SIZE
               WS-FULL-NAME DELIMITED BY "  "
               " (STUDENT ID " DELIMITED BY SIZE
               LED-STUDENT-ID ")" DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF WS-HAS-ACTIVITY = 'Y'
               MOVE WS-ACTIVITY-HEADING TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               PERFORM UNTIL WS-SORT-EOF = 'Y'
                   OR ASW-STUDENT-ID NOT = LED-STUDENT-ID
                   PERFORM WRITE-ONE-ACTIVITY-LINE
                   PERFORM RETURN-NEXT-ACTIVITY
               END-PERFORM
           ELSE
               MOVE "NO ACTIVITY SINCE YOUR LAST STATEMENT"
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF LED-BALANCE < ZERO
               MOVE "CREDIT ON ACCOUNT     " TO WS-BAL-CAPTION
               COMPUTE WS-CREDIT-AMOUNT = ZERO - LED-BALANCE
               MOVE WS-CREDIT-AMOUNT TO WS-BAL-AMOUNT
           ELSE
               MOVE "BALANCE DUE           " TO WS-BAL-CAPTION
               MOVE LED-BALANCE TO WS-BAL-AMOUNT
           END-IF
           MOVE WS-BALANCE-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-AGING-HEADING TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE LED-DUE-CURRENT TO WS-AGE-CURRENT
           MOVE LED-DUE-30 TO WS-AGE-30
           MOVE LED-DUE-60 TO WS-AGE-60
           MOVE LED-DUE-90 TO WS-AGE-90
           MOVE WS-AGING-DETAIL TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "PLEASE QUOTE THE STUDENT ID WITH YOUR PAYMENT."
               TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       WRITE-ONE-ACTIVITY-LINE.
           MOVE ASW-POST-DATE TO WS-ACT-DATE
           MOVE SPACES TO WS-ACT-DESCRIPTION
           EVALUATE ASW-TRAN-CODE
               WHEN 'C'
                   STRING "TUITION " ASW-SUBJECT-CODE " TERM "
                       ASW-TERM-CODE DELIMITED BY SIZE
                       INTO WS-ACT-DESCRIPTION
                   END-STRING
               WHEN 'P'
                   MOVE "PAYMENT - THANK YOU" TO WS-ACT-DESCRIPTION
               WHEN OTHER
                   STRING "ADJUSTMENT " ASW-REASON
                       DELIMITED BY SIZE
                       INTO WS-ACT-DESCRIPTION
                   END-STRING
           END-EVALUATE
           MOVE ASW-REFERENCE TO WS-ACT-REFERENCE
           MOVE ASW-AMOUNT TO WS-ACT-AMOUNT
           IF ASW-DIRECTION = 'C'
               MOVE " CR" TO WS-ACT-CREDIT
           ELSE
               MOVE SPACES TO WS-ACT-CREDIT
           END-IF
           MOVE WS-ACTIVITY-DETAIL TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       WRITE-ADDRESS-BLOCK.
           MOVE SPACES TO STATEMENT-LINE
           IF WS-DEMO-FOUND = 'Y'
               AND DEM-GUARDIAN-NAME NOT = SPACES
               MOVE DEM-GUARDIAN-NAME TO STATEMENT-LINE
           ELSE
               MOVE WS-FULL-NAME TO STATEMENT-LINE
           END-IF
           WRITE STATEMENT-LINE AFTER ADVANCING PAGE
           IF WS-DEMO-FOUND = 'Y'
               MOVE DEM-ADDRESS-LINE-1 TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               IF DEM-ADDRESS-LINE-2 NOT = SPACES
                   MOVE DEM-ADDRESS-LINE-2 TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
               MOVE DEM-CITY-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           ELSE
               MOVE "** NO ADDRESS ON DEMOGRAPHIC MASTER **"
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       ACCUMULATE-AGED-TOTALS.
           ADD LED-DUE-CURRENT TO WS-TOTAL-CURRENT
           ADD LED-DUE-30 TO WS-TOTAL-30
           ADD LED-DUE-60 TO WS-TOTAL-60
           ADD LED-DUE-90 TO WS-TOTAL-90
           IF LED-BALANCE > ZERO
               ADD 1 TO WS-OWING-COUNT
               ADD LED-BALANCE TO WS-TOTAL-OWED
           END-IF
           IF LED-BALANCE < ZERO
               ADD 1 TO WS-CREDIT-COUNT
               COMPUTE WS-CREDIT-AMOUNT = ZERO - LED-BALANCE
               ADD WS-CREDIT-AMOUNT TO WS-TOTAL-CREDIT
           END-IF.

       ROLL-ACCOUNT-AGING.
           MOVE LED-LAST-STATEMENT-DATE (1:6) TO WS-LAST-STATEMENT-MONTH
           IF WS-LAST-STATEMENT-MONTH >= WS-RUN-MONTH
               EXIT PARAGRAPH
           END-IF
           PERFORM ROLL-LEDGER-AGING
           MOVE WS-RUN-DATE TO LED-LAST-STATEMENT-DATE
           MOVE WS-RUN-TIMESTAMP TO LED-LAST-STATEMENT-STAMP
           REWRITE LEDGER-RECORD
           IF WS-LEDGER-STATUS = "00"
               ADD 1 TO WS-ROLLED-COUNT
           ELSE
               DISPLAY "LEDGER REWRITE FAILED FOR STUDENT-ID "
                   LED-STUDENT-ID ", STATUS=" WS-LEDGER-STATUS
           END-IF.

       WRITE-AGED-SUMMARY.
           MOVE "===== AGED RECEIVABLES SUMMARY =====" TO STATEMENT-LINE
           WRITE STATEMENT-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO STATEMENT-LINE
           STRING "AS AT " WS-RUN-DATE DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "LEDGER ACCOUNTS READ      :" TO WS-SUM-CAPTION
           MOVE WS-ACCOUNT-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-COUNT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "STATEMENTS PRINTED        :" TO WS-SUM-CAPTION
           MOVE WS-STATEMENT-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-COUNT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "ACCOUNTS WITH BALANCE DUE :" TO WS-SUM-CAPTION
           MOVE WS-OWING-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-COUNT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "ACCOUNTS IN CREDIT        :" TO WS-SUM-CAPTION
           MOVE WS-CREDIT-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-COUNT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-AGING-HEADING TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-TOTAL-CURRENT TO WS-AGE-CURRENT
           MOVE WS-TOTAL-30 TO WS-AGE-30
           MOVE WS-TOTAL-60 TO WS-AGE-60
           MOVE WS-TOTAL-90 TO WS-AGE-90
           MOVE WS-AGING-DETAIL TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "TOTAL RECEIVABLE          :" TO WS-SUM-AMT-CAPTION
           MOVE WS-TOTAL-OWED TO WS-SUM-AMOUNT
           MOVE WS-SUMMARY-AMOUNT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "TOTAL CREDIT ON ACCOUNT   :" TO WS-SUM-AMT-CAPTION
           MOVE WS-TOTAL-CREDIT TO WS-SUM-AMOUNT
           MOVE WS-SUMMARY-AMOUNT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       COPY LEDGERP.CPY.

       COPY DEMOP.CPY.

       COPY LOCKP.CPY.

       END PROGRAM FEE-STATEMENT.
