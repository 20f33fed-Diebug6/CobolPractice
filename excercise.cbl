      *          due within the warning window supplied by
      *          schedparm.txt (seven days when absent; its second
      *          record carries the end-of-term date for T items),
      *          and the completion history. System entries built by
      *          SCHEDULE-EXTRACT on schedsys.txt (open PO expected
      *          dates, recycles nearing the age limit, the next
      *          term-end snapshot, pending transcript requests) are
      *          merged with the cards, every line showing its source
      *          (CARD for a parameter card) and key. Closed items are
      *          left off by the extract, and a file extracted before
      *          the run date is flagged as stale on the board.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLETION-STATUS.

               SELECT SYSTEM-ENTRIES ASSIGN TO "../schedsys.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSTEM-STATUS.

               SELECT SCHEDULE-SORT-WORK ASSIGN TO "../schedsort.tmp".

               SELECT SCHEDULE-BOARD ASSIGN TO "../schedule.txt"

           FD SCHED-PARM-FILE.
           01 SCHED-PARM-RECORD.
               COPY SCHEDPRM.CPY.

           FD COMPLETION-FILE.
           01 COMPLETION-RECORD.
               05 FILLER PIC X(1).
               05 SCH-DONE-DATE PIC 9(8).

           FD SYSTEM-ENTRIES.
           01 SYSTEM-ENTRY-RECORD.
               COPY SCHEDSYS.CPY.

           SD SCHEDULE-SORT-WORK.
           01 SCHEDULE-SORT-RECORD.
               05 SSR-SORT-KEY PIC 9(7).
               05 SSR-DAYS-REMAINING PIC S9(7).
               05 SSR-RECUR-CODE PIC X(1).
               05 SSR-DONE PIC A(1).
               05 SSR-SOURCE PIC X(4).
               05 SSR-KEY PIC X(12).

           FD SCHEDULE-BOARD.
           01 SCHEDULE-BOARD-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-PARM-STATUS PIC X(2).
           01 WS-SCHED-PARM-STATUS PIC X(2).
           01 WS-COMPLETION-STATUS PIC X(2).
           01 WS-SCHEDULE-STATUS PIC X(2).
           01 WS-SYSTEM-STATUS PIC X(2).
           01 WS-PARM-EOF PIC A(1) VALUE 'N'.
           01 WS-COMPLETION-EOF PIC A(1) VALUE 'N'.
           01 WS-SORT-EOF PIC A(1) VALUE 'N'.
           01 WS-SYSTEM-EOF PIC A(1) VALUE 'N'.

           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-DATE-INTEGER PIC 9(7).
           01 WS-DUE-SOON-COUNT PIC 9(5) VALUE ZERO.
           01 WS-DONE-COUNT PIC 9(5) VALUE ZERO.
           01 WS-BAD-CARD-COUNT PIC 9(5) VALUE ZERO.
           01 WS-SYSTEM-ENTRY-COUNT PIC 9(5) VALUE ZERO.
           01 WS-BAD-SYSTEM-COUNT PIC 9(5) VALUE ZERO.
           01 WS-EXTRACT-DATE PIC 9(8) VALUE ZERO.
           01 WS-DONE-HEADER-WRITTEN PIC A(1) VALUE 'N'.

           01 WS-DUE-MONTH PIC 9(2).
           01 WS-MONTH-LENGTH PIC 9(2).
           01 WS-LEAP-YEAR PIC A(1).
           01 WS-CARD-VALID PIC A(1).
           01 WS-CHECK-DUE-DATE PIC X(8).

           01 WS-COMPLETION-TABLE.
               05 WS-COMP-COUNT PIC 9(3) VALUE ZERO.
               05 FILLER PIC X(11) VALUE "NAME".
               05 FILLER PIC X(10) VALUE "DUE DATE".
               05 FILLER PIC X(6) VALUE "DAYS".
               05 FILLER PIC X(9) VALUE "RECUR".
               05 FILLER PIC X(8) VALUE "SOURCE".
               05 FILLER PIC X(3) VALUE "KEY".

           01 WS-BOARD-DETAIL.
               05 WS-DTL-STATUS PIC X(8).
               05 WS-DTL-DAYS PIC -(6)9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-DTL-RECUR PIC X(1).
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-DTL-SOURCE PIC X(4).
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-DTL-KEY PIC X(12).

           01 WS-HISTORY-DETAIL.
               05 FILLER PIC X(2) VALUE SPACES.
                INPUT PROCEDURE IS READ-PARM-CARDS
                OUTPUT PROCEDURE IS WRITE-SCHEDULE-BOARD.
            IF WS-ENTRY-COUNT = ZERO
                MOVE "NO PARAMETER CARDS OR SYSTEM ENTRIES SUPPLIED"
                    TO SCHEDULE-BOARD-LINE
                WRITE SCHEDULE-BOARD-LINE
            END-IF.
            DISPLAY "SCHEDULE BOARD COMPLETE - " WS-ENTRY-COUNT
                " ENTRY(S), " WS-OVERDUE-COUNT " OVERDUE, "
                WS-DUE-SOON-COUNT " DUE WITHIN " WS-WARNING-DAYS
                " DAY(S), " WS-DONE-COUNT " DONE, "
                WS-SYSTEM-ENTRY-COUNT " FROM SYSTEM FILES".
            IF WS-BAD-CARD-COUNT > ZERO
                DISPLAY WS-BAD-CARD-COUNT
                    " CARD(S) WITH INVALID DUE DATES SKIPPED"
            END-IF.
            IF WS-EXTRACT-DATE NOT = ZERO
                AND WS-EXTRACT-DATE < WS-RUN-DATE
                DISPLAY "SYSTEM ENTRIES WERE EXTRACTED ON "
                    WS-EXTRACT-DATE " - RUN SCHEDULE-EXTRACT FIRST"
            END-IF.
            STOP RUN.

       READ-SCHED-PARM.
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           PERFORM READ-SYSTEM-ENTRIES.

       READ-SYSTEM-ENTRIES.
           OPEN INPUT SYSTEM-ENTRIES
           IF WS-SYSTEM-STATUS NOT = "00"
               DISPLAY "NO SYSTEM ENTRY FILE - BOARD SHOWS PARAMETER "
                   "CARDS ONLY"
           ELSE
               PERFORM UNTIL WS-SYSTEM-EOF = 'Y'
                   READ SYSTEM-ENTRIES
                       AT END MOVE 'Y' TO WS-SYSTEM-EOF
                       NOT AT END PERFORM RELEASE-ONE-SYSTEM-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SYSTEM-ENTRIES
           END-IF.

       RELEASE-ONE-SYSTEM-ENTRY.
           MOVE SYS-DUE-DATE TO WS-CHECK-DUE-DATE
           PERFORM VALIDATE-CALENDAR-DATE
           IF WS-CARD-VALID = 'N'
               ADD 1 TO WS-BAD-SYSTEM-COUNT
               DISPLAY "INVALID DUE DATE " WS-CHECK-DUE-DATE
                   " ON SYSTEM ENTRY " SYS-SOURCE " " SYS-KEY
                   " - SKIPPED"
               EXIT PARAGRAPH
           END-IF
           IF SYS-EXTRACT-DATE NUMERIC
               MOVE SYS-EXTRACT-DATE TO WS-EXTRACT-DATE
           END-IF
           COMPUTE WS-DUE-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (SYS-DUE-DATE)
           COMPUTE WS-DAYS-REMAINING =
               WS-DUE-DATE-INTEGER - WS-RUN-DATE-INTEGER
           COMPUTE SSR-SORT-KEY = WS-DAYS-REMAINING + 1000000
           MOVE SYS-NAME TO SSR-NAME
           MOVE SYS-DUE-DATE TO SSR-DUE-DATE
           MOVE WS-DAYS-REMAINING TO SSR-DAYS-REMAINING
           MOVE SPACE TO SSR-RECUR-CODE
           MOVE 'N' TO SSR-DONE
           MOVE SYS-SOURCE TO SSR-SOURCE
           MOVE SYS-KEY TO SSR-KEY
           ADD 1 TO WS-SYSTEM-ENTRY-COUNT
           RELEASE SCHEDULE-SORT-RECORD.

       RELEASE-ONE-CARD.
           PERFORM VALIDATE-DUE-DATE
           IF WS-CARD-VALID = 'N'
           MOVE WS-DAYS-REMAINING TO SSR-DAYS-REMAINING
           MOVE PARM-RECUR-CODE TO SSR-RECUR-CODE
           MOVE WS-ITEM-DONE TO SSR-DONE
           MOVE "CARD" TO SSR-SOURCE
           MOVE SPACES TO SSR-KEY
           RELEASE SCHEDULE-SORT-RECORD.

       FIND-LATEST-COMPLETION.
           END-IF.

       VALIDATE-DUE-DATE.
           MOVE PARM-DUE-DATE TO WS-CHECK-DUE-DATE
           PERFORM VALIDATE-CALENDAR-DATE
           IF WS-CARD-VALID = 'Y'
               AND PARM-RECUR-CODE NOT = SPACE
               AND PARM-RECUR-CODE NOT = 'W'
               AND PARM-RECUR-CODE NOT = 'M'
               AND PARM-RECUR-CODE NOT = 'T'
               MOVE 'N' TO WS-CARD-VALID
           END-IF.

       VALIDATE-CALENDAR-DATE.
           MOVE 'Y' TO WS-CARD-VALID
           IF WS-CHECK-DUE-DATE NOT NUMERIC
               MOVE 'N' TO WS-CARD-VALID
           ELSE
               MOVE WS-CHECK-DUE-DATE (5:2) TO WS-DUE-MONTH
               MOVE WS-CHECK-DUE-DATE (7:2) TO WS-DUE-DAY
               MOVE WS-CHECK-DUE-DATE (1:4) TO WS-DUE-YEAR
               IF WS-DUE-MONTH < 1 OR WS-DUE-MONTH > 12
                   OR WS-DUE-DAY < 1 OR WS-DUE-DAY > 31
                   OR WS-CHECK-DUE-DATE (1:4) < "1601"
                   MOVE 'N' TO WS-CARD-VALID
               END-IF
               IF WS-CARD-VALID = 'Y'
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

       CHECK-LEAP-YEAR.
           MOVE SSR-DUE-DATE TO WS-DTL-DUE-DATE
           MOVE SSR-DAYS-REMAINING TO WS-DTL-DAYS
           MOVE SSR-RECUR-CODE TO WS-DTL-RECUR
           MOVE SSR-SOURCE TO WS-DTL-SOURCE
           MOVE SSR-KEY TO WS-DTL-KEY
           MOVE WS-BOARD-DETAIL TO SCHEDULE-BOARD-LINE
           WRITE SCHEDULE-BOARD-LINE.

           MOVE "CARDS SKIPPED         : " TO WS-SUM-LABEL
           MOVE WS-BAD-CARD-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-DETAIL TO SCHEDULE-BOARD-LINE
           WRITE SCHEDULE-BOARD-LINE
           MOVE "SYSTEM ENTRIES        : " TO WS-SUM-LABEL
           MOVE WS-SYSTEM-ENTRY-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-DETAIL TO SCHEDULE-BOARD-LINE
           WRITE SCHEDULE-BOARD-LINE
           MOVE "SYSTEM ENTRIES SKIPPED: " TO WS-SUM-LABEL
           MOVE WS-BAD-SYSTEM-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-DETAIL TO SCHEDULE-BOARD-LINE
           WRITE SCHEDULE-BOARD-LINE
           IF WS-EXTRACT-DATE NOT = ZERO
               AND WS-EXTRACT-DATE < WS-RUN-DATE
               MOVE SPACES TO SCHEDULE-BOARD-LINE
               STRING "*** SYSTEM ENTRIES EXTRACTED "
                   WS-EXTRACT-DATE " - MAY INCLUDE CLOSED ITEMS"
                   DELIMITED BY SIZE INTO SCHEDULE-BOARD-LINE
               WRITE SCHEDULE-BOARD-LINE
           END-IF.

       WRITE-COMPLETION-HISTORY.
           IF WS-COMP-COUNT = ZERO
