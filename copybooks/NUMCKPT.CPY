      * sync between a run and a later restart. The writer and the
      * restart reader use the same 01-level COPY in this program, so
      * the second COPY REPLACING retags the CKPT- prefix to CKPT-IN-.
      * CKPT-INACT-COUNT/CKPT-INACT-CHECKSUM carry the current batch's
      * inactive-code rejects, which still count toward its trailer
      * totals; checkpoints written before they were added carry
      * spaces there and restart treats them as zero. CKPT-BUS-DATE
      * is the current batch's header business date, so a batch
      * resumed part-way is still dated and period-checked by its
      * own header; an older checkpoint without it leaves the date
      * to the next header. Records are LRECL 100.
      ******************************************************************
           05  CKPT-COUNT               PIC 9(9).
           05  CKPT-LAST-NUM            PIC S9(9).
           05  CKPT-BATCH-ID            PIC X(8).
           05  CKPT-RUN-COUNT           PIC 9(9).
           05  CKPT-RUN-CHECKSUM        PIC S9(9).
           05  CKPT-INACT-COUNT         PIC 9(9).
           05  CKPT-INACT-CHECKSUM      PIC S9(9).
           05  CKPT-BUS-DATE            PIC 9(8).
           05  FILLER                   PIC X(12).
