               COPY RECYREC.CPY.

           FD RECYCLE-NEW.
           01 RECYCLE-NEW-RECORD PIC X(73).

           FD RESUBMIT-BATCH.
           01 RESUBMIT-RECORD PIC X(64).
           01 RESUBMIT-BATCH-RECORD.
               COPY BATCHCTL.CPY.

