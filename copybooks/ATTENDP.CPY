      ******************************************************************
      * Attendance master access, COPYed into the PROCEDURE DIVISION
      * of every program that prints or tests a student's attendance
      * percentage. PERFORM OPEN-ATTENDANCE-MASTER once before the
      * first lookup and CLOSE-ATTENDANCE-MASTER at end of job. A
      * missing master is not fatal: WS-ATTEND-AVAILABLE stays 'N'
      * and every student reads as having no attendance on file.
      * COMPUTE-ATTENDANCE-PERCENT totals every day on file for
      * WS-STUDENT-ID: WS-ATTEND-DAYS, WS-ATTEND-MISSED (absent or
      * excused) and WS-ATTENDANCE-PCT (days attended, tardy
      * included, as a percentage of days recorded). With no days on
      * file WS-ATTEND-ON-FILE is 'N' and the percentage is 100 so
      * the student is never flagged on attendance alone.
      * Caller must supply the ATTENDANCE-MASTER FD (ATTREC.CPY
      * layout) plus WS-ATTEND-STATUS and the WSATT.CPY fields.
      ******************************************************************
       OPEN-ATTENDANCE-MASTER.
           MOVE 'N' TO WS-ATTEND-AVAILABLE
           OPEN INPUT ATTENDANCE-MASTER
           IF WS-ATTEND-STATUS = "00"
               MOVE 'Y' TO WS-ATTEND-AVAILABLE
           ELSE
               DISPLAY "ATTENDANCE MASTER NOT AVAILABLE, STATUS="
                   WS-ATTEND-STATUS " - ATTENDANCE NOT SHOWN"
           END-IF.

       CLOSE-ATTENDANCE-MASTER.
           IF WS-ATTEND-AVAILABLE = 'Y'
               CLOSE ATTENDANCE-MASTER
           END-IF.

       COMPUTE-ATTENDANCE-PERCENT.
           MOVE ZERO TO WS-ATTEND-DAYS
           MOVE ZERO TO WS-ATTEND-MISSED
           MOVE 100 TO WS-ATTENDANCE-PCT
           MOVE 'N' TO WS-ATTEND-ON-FILE
           IF WS-ATTEND-AVAILABLE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ATTEND-EOF
           MOVE WS-STUDENT-ID TO ATT-STUDENT-ID
           MOVE ZERO TO ATT-DATE
           START ATTENDANCE-MASTER KEY IS NOT LESS THAN ATT-KEY
               INVALID KEY MOVE 'Y' TO WS-ATTEND-EOF
           END-START
           PERFORM UNTIL WS-ATTEND-EOF = 'Y'
               READ ATTENDANCE-MASTER NEXT
                   AT END MOVE 'Y' TO WS-ATTEND-EOF
                   NOT AT END
                       IF ATT-STUDENT-ID NOT = WS-STUDENT-ID
                           MOVE 'Y' TO WS-ATTEND-EOF
                       ELSE
                           PERFORM COUNT-ONE-ATTENDANCE-DAY
                       END-IF
               END-READ
           END-PERFORM
           PERFORM SET-ATTENDANCE-PERCENT.

       COUNT-ONE-ATTENDANCE-DAY.
           ADD 1 TO WS-ATTEND-DAYS
           IF ATT-ABSENT OR ATT-EXCUSED
               ADD 1 TO WS-ATTEND-MISSED
           END-IF.

       SET-ATTENDANCE-PERCENT.
           IF WS-ATTEND-DAYS > ZERO
               MOVE 'Y' TO WS-ATTEND-ON-FILE
               COMPUTE WS-ATTENDANCE-PCT ROUNDED =
                   ((WS-ATTEND-DAYS - WS-ATTEND-MISSED)
                   / WS-ATTEND-DAYS) * 100
           ELSE
               MOVE 'N' TO WS-ATTEND-ON-FILE
               MOVE 100 TO WS-ATTENDANCE-PCT
           END-IF.
