               COPY AUDITREC.CPY.

           FD AUDIT-KEEP.
           01 AUDIT-KEEP-RECORD PIC X(76).

           FD AUDIT-ARCHIVE-FILE.
           01 AUDIT-ARCHIVE-RECORD PIC X(76).

           FD RUN-CONTROL.
           01 RUN-CONTROL-RECORD.
