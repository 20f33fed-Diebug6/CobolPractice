      ******************************************************************
      * Author:
      * Date:
      * Purpose: Schedule-board extract. Rebuilds schedsys.txt from
      *          the deadlines already held on file, so the schedule
      *          board shows everything actually due and not only the
      *          parameter cards someone remembered to key: the
      *          expected date of every open purchase order not yet
      *          fully received (openpo.dat), each recycle entry not
      *          yet marked D that is within SCHED-RECYCLE-LEAD runs
      *          (runparm.txt, 2 when absent) of passing
      *          RECYCLE-AGE-LIMIT, the next term-end snapshot date
      *          from schedparm.txt unless termctl.txt shows the term
      *          already snapshotted, and every pending transcript
      *          request on transreq.txt, due on the run date. Recycle
      *          ages are counted in runs, one run a night, so a
      *          recycle is dated the night it will pass the limit.
      *          Each entry is tagged with its source and key. Closed
      *          items are not extracted, so they drop off the board.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDULE-EXTRACT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT OPEN-PO-FILE ASSIGN TO "../openpo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-OPEN-PO-STATUS.

               SELECT RECYCLE-FILE ASSIGN TO "../recycle.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-STATUS.

               SELECT RUN-CONTROL ASSIGN TO "../runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

               SELECT RUN-PARM-FILE ASSIGN TO "../runparm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

               SELECT SCHED-PARM-FILE ASSIGN TO "../schedparm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-PARM-STATUS.

               SELECT TERM-CONTROL ASSIGN TO "../termctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-CONTROL-STATUS.

               SELECT TRANSCRIPT-REQUESTS ASSIGN TO "../transreq.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

               SELECT SYSTEM-ENTRIES ASSIGN TO "../schedsys.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSTEM-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD OPEN-PO-FILE.
           01 OPEN-PO-RECORD.
               COPY POREC.CPY.

           FD RECYCLE-FILE.
           01 RECYCLE-RECORD.
               COPY RECYREC.CPY.

           FD RUN-CONTROL.
           01 RUN-CONTROL-RECORD.
               COPY RUNCTL.CPY.

           FD RUN-PARM-FILE.
           01 RUN-PARM-LINE PIC X(40).

           FD SCHED-PARM-FILE.
           01 SCHED-PARM-RECORD.
               COPY SCHEDPRM.CPY.

           FD TERM-CONTROL.
           01 TERM-CONTROL-RECORD.
               COPY TERMCTL.CPY.

           FD TRANSCRIPT-REQUESTS.
           01 TRANSCRIPT-REQUEST-RECORD.
               05 REQ-STUDENT-ID PIC 9(5).
               05 FILLER PIC X(1).
               05 REQ-TERM-CODE PIC X(6).

           FD SYSTEM-ENTRIES.
           01 SYSTEM-ENTRY-RECORD.
               COPY SCHEDSYS.CPY.

           WORKING-STORAGE SECTION.
           01 WS-OPEN-PO-STATUS PIC X(2).
           01 WS-RECYCLE-STATUS PIC X(2).
           01 WS-RUN-CONTROL-STATUS PIC X(2).
           01 WS-RUN-PARM-STATUS PIC X(2).
           01 WS-SCHED-PARM-STATUS PIC X(2).
           01 WS-TERM-CONTROL-STATUS PIC X(2).
           01 WS-REQUEST-STATUS PIC X(2).
           01 WS-SYSTEM-STATUS PIC X(2).

           01 WS-PO-EOF PIC A(1) VALUE 'N'.
           01 WS-RECYCLE-EOF PIC A(1) VALUE 'N'.
           01 WS-RUN-CTL-EOF PIC A(1) VALUE 'N'.
           01 WS-REQUEST-EOF PIC A(1) VALUE 'N'.

           COPY WSPARM.CPY.

           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-DATE-INTEGER PIC 9(7).
           01 WS-DUE-DATE-INTEGER PIC 9(7).
           01 WS-AGE-LIMIT PIC 9(3) VALUE 3.
           01 WS-RECYCLE-LEAD PIC 9(3) VALUE 2.
           01 WS-LAST-RUN-NUMBER PIC 9(5) VALUE ZERO.
           01 WS-RECYCLE-AGE PIC 9(5) VALUE ZERO.
           01 WS-RUNS-TO-LIMIT PIC S9(5) VALUE ZERO.
           01 WS-TERM-END-DATE PIC 9(8) VALUE ZERO.
           01 WS-TERM-SNAPSHOT-TAKEN PIC A(1) VALUE 'N'.

           01 WS-PO-ENTRY-COUNT PIC 9(5) VALUE ZERO.
           01 WS-RECYCLE-ENTRY-COUNT PIC 9(5) VALUE ZERO.
           01 WS-TERM-ENTRY-COUNT PIC 9(5) VALUE ZERO.
           01 WS-REQUEST-ENTRY-COUNT PIC 9(5) VALUE ZERO.
           01 WS-CLOSED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-UNDATED-COUNT PIC 9(5) VALUE ZERO.

           01 WS-TRAN-WORK.
               COPY TRANREC.CPY.

           01 WS-RECYCLE-KEY.
               05 WS-RKY-RUN-NUMBER PIC 9(5).
               05 FILLER PIC X(1) VALUE "-".
               05 WS-RKY-STUDENT-ID PIC 9(5).
           01 WS-RECYCLE-NAME.
               05 FILLER PIC X(6) VALUE "RECYC ".
               05 WS-RNM-REASON PIC X(3).
           01 WS-REQUEST-KEY.
               05 WS-QKY-STUDENT-ID PIC 9(5).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-QKY-TERM-CODE PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           PERFORM LOAD-RUN-PARAMETERS.
           MOVE "RECYCLE-AGE-LIMIT" TO WS-LOOKUP-PARM-KEY.
           MOVE 3 TO WS-PARM-DEFAULT-VALUE.
           PERFORM GET-NUMERIC-PARAMETER.
           MOVE WS-PARM-NUMERIC-VALUE TO WS-AGE-LIMIT.
           MOVE "SCHED-RECYCLE-LEAD" TO WS-LOOKUP-PARM-KEY.
           MOVE 2 TO WS-PARM-DEFAULT-VALUE.
           PERFORM GET-NUMERIC-PARAMETER.
           MOVE WS-PARM-NUMERIC-VALUE TO WS-RECYCLE-LEAD.
           OPEN OUTPUT SYSTEM-ENTRIES.
           IF WS-SYSTEM-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SYSTEM-ENTRIES, STATUS="
                   WS-SYSTEM-STATUS
               STOP RUN
           END-IF.
           PERFORM EXTRACT-PO-ENTRIES.
           PERFORM EXTRACT-RECYCLE-ENTRIES.
           PERFORM EXTRACT-TERM-END-ENTRY.
           PERFORM EXTRACT-REQUEST-ENTRIES.
           CLOSE SYSTEM-ENTRIES.
           DISPLAY "SCHEDULE EXTRACT COMPLETE - " WS-PO-ENTRY-COUNT
               " PO, " WS-RECYCLE-ENTRY-COUNT " RECYCLE, "
               WS-TERM-ENTRY-COUNT " TERM-END, "
               WS-REQUEST-ENTRY-COUNT " TRANSCRIPT REQUEST ENTRY(S)".
           DISPLAY WS-CLOSED-COUNT " CLOSED ITEM(S) DROPPED, "
               WS-UNDATED-COUNT " ITEM(S) WITHOUT A VALID DATE SKIPPED".
           STOP RUN.

       EXTRACT-PO-ENTRIES.
           OPEN INPUT OPEN-PO-FILE
           IF WS-OPEN-PO-STATUS NOT = "00"
               DISPLAY "OPEN-PO-FILE NOT AVAILABLE, STATUS="
                   WS-OPEN-PO-STATUS " - NO PO ENTRIES EXTRACTED"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO PO-NUMBER
           START OPEN-PO-FILE KEY IS NOT LESS THAN PO-NUMBER
               INVALID KEY MOVE 'Y' TO WS-PO-EOF
           END-START
           PERFORM UNTIL WS-PO-EOF = 'Y'
               READ OPEN-PO-FILE NEXT
                   AT END MOVE 'Y' TO WS-PO-EOF
                   NOT AT END PERFORM EXTRACT-ONE-PO
               END-READ
           END-PERFORM
           CLOSE OPEN-PO-FILE.

       EXTRACT-ONE-PO.
           IF NOT PO-OPEN
               OR PO-RECEIVED-QTY >= PO-ORDER-QTY
               ADD 1 TO WS-CLOSED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF PO-EXPECTED-DATE NOT NUMERIC
               OR PO-EXPECTED-DATE = ZERO
               ADD 1 TO WS-UNDATED-COUNT
               DISPLAY "PO " PO-NUMBER " HAS NO EXPECTED DATE - "
                   "NOT EXTRACTED"
               EXIT PARAGRAPH
           END-IF
           MOVE 'PO  ' TO SYS-SOURCE
           MOVE PO-NUMBER TO SYS-KEY
           MOVE PO-VENDOR TO SYS-NAME
           MOVE PO-EXPECTED-DATE TO SYS-DUE-DATE
           PERFORM WRITE-SYSTEM-ENTRY
           ADD 1 TO WS-PO-ENTRY-COUNT.

       EXTRACT-RECYCLE-ENTRIES.
           PERFORM FIND-LAST-RUN-NUMBER
           OPEN INPUT RECYCLE-FILE
           IF WS-RECYCLE-STATUS NOT = "00"
               DISPLAY "RECYCLE FILE NOT AVAILABLE, STATUS="
                   WS-RECYCLE-STATUS " - NO RECYCLE ENTRIES EXTRACTED"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RECYCLE-EOF = 'Y'
               READ RECYCLE-FILE
                   AT END MOVE 'Y' TO WS-RECYCLE-EOF
                   NOT AT END PERFORM EXTRACT-ONE-RECYCLE
               END-READ
           END-PERFORM
           CLOSE RECYCLE-FILE.

       FIND-LAST-RUN-NUMBER.
           OPEN INPUT RUN-CONTROL
           IF WS-RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "NO RUN-CONTROL FILE - RECYCLE AGES MEASURED "
                   "FROM RUN ZERO"
           ELSE
               PERFORM UNTIL WS-RUN-CTL-EOF = 'Y'
                   READ RUN-CONTROL
                       AT END MOVE 'Y' TO WS-RUN-CTL-EOF
                       NOT AT END
                           IF RUN-CTL-RUN-NUMBER NUMERIC
                               MOVE RUN-CTL-RUN-NUMBER
                                   TO WS-LAST-RUN-NUMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL
           END-IF.

       EXTRACT-ONE-RECYCLE.
           IF RCY-DONE
               ADD 1 TO WS-CLOSED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF RCY-RUN-NUMBER NOT NUMERIC
               ADD 1 TO WS-UNDATED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-LAST-RUN-NUMBER > RCY-RUN-NUMBER
               COMPUTE WS-RECYCLE-AGE =
                   WS-LAST-RUN-NUMBER - RCY-RUN-NUMBER
           ELSE
               MOVE ZERO TO WS-RECYCLE-AGE
           END-IF
           COMPUTE WS-RUNS-TO-LIMIT =
               WS-AGE-LIMIT + 1 - WS-RECYCLE-AGE
           IF WS-RUNS-TO-LIMIT > WS-RECYCLE-LEAD
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DUE-DATE-INTEGER =
               WS-RUN-DATE-INTEGER + WS-RUNS-TO-LIMIT
           MOVE RCY-TRAN-DATA TO WS-TRAN-WORK
           MOVE RCY-RUN-NUMBER TO WS-RKY-RUN-NUMBER
           MOVE TRAN-STUDENT-ID TO WS-RKY-STUDENT-ID
           MOVE RCY-REASON-CODE TO WS-RNM-REASON
           MOVE 'RCYL' TO SYS-SOURCE
           MOVE WS-RECYCLE-KEY TO SYS-KEY
           MOVE WS-RECYCLE-NAME TO SYS-NAME
           COMPUTE SYS-DUE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DUE-DATE-INTEGER)
           PERFORM WRITE-SYSTEM-ENTRY
           ADD 1 TO WS-RECYCLE-ENTRY-COUNT.

       EXTRACT-TERM-END-ENTRY.
           OPEN INPUT SCHED-PARM-FILE
           IF WS-SCHED-PARM-STATUS = "00"
               READ SCHED-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       READ SCHED-PARM-FILE
                           AT END CONTINUE
                           NOT AT END
                               IF PARM-TERM-END-DATE NUMERIC
                                   MOVE PARM-TERM-END-DATE
                                       TO WS-TERM-END-DATE
                               END-IF
                       END-READ
               END-READ
               CLOSE SCHED-PARM-FILE
           END-IF
           IF WS-TERM-END-DATE = ZERO
               DISPLAY "NO TERM-END DATE ON SCHEDPARM.TXT - NO "
                   "SNAPSHOT ENTRY EXTRACTED"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TERM-CONTROL
           IF WS-TERM-CONTROL-STATUS = "00"
               READ TERM-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       IF TCL-TERM-CLOSED
                           MOVE 'Y' TO WS-TERM-SNAPSHOT-TAKEN
                       END-IF
               END-READ
               CLOSE TERM-CONTROL
           END-IF
           IF WS-TERM-SNAPSHOT-TAKEN = 'Y'
               ADD 1 TO WS-CLOSED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'TERM' TO SYS-SOURCE
           MOVE WS-TERM-END-DATE TO SYS-KEY
           MOVE "SNAPSHOT" TO SYS-NAME
           MOVE WS-TERM-END-DATE TO SYS-DUE-DATE
           PERFORM WRITE-SYSTEM-ENTRY
           ADD 1 TO WS-TERM-ENTRY-COUNT.

       EXTRACT-REQUEST-ENTRIES.
           OPEN INPUT TRANSCRIPT-REQUESTS
           IF WS-REQUEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REQUEST-EOF = 'Y'
               READ TRANSCRIPT-REQUESTS
                   AT END MOVE 'Y' TO WS-REQUEST-EOF
                   NOT AT END PERFORM EXTRACT-ONE-REQUEST
               END-READ
           END-PERFORM
           CLOSE TRANSCRIPT-REQUESTS.

       EXTRACT-ONE-REQUEST.
           IF REQ-STUDENT-ID NOT NUMERIC
               ADD 1 TO WS-UNDATED-COUNT
               DISPLAY "TRANSCRIPT REQUEST " TRANSCRIPT-REQUEST-RECORD
                   " HAS NO VALID STUDENT-ID - NOT EXTRACTED"
               EXIT PARAGRAPH
           END-IF
           MOVE REQ-STUDENT-ID TO WS-QKY-STUDENT-ID
           MOVE REQ-TERM-CODE TO WS-QKY-TERM-CODE
           MOVE 'TREQ' TO SYS-SOURCE
           MOVE WS-REQUEST-KEY TO SYS-KEY
           MOVE "TRANSCRIPT" TO SYS-NAME
           MOVE WS-RUN-DATE TO SYS-DUE-DATE
           PERFORM WRITE-SYSTEM-ENTRY
           ADD 1 TO WS-REQUEST-ENTRY-COUNT.

       WRITE-SYSTEM-ENTRY.
           MOVE WS-RUN-DATE TO SYS-EXTRACT-DATE
           WRITE SYSTEM-ENTRY-RECORD.

       COPY PARMP.CPY.

       END PROGRAM SCHEDULE-EXTRACT.
