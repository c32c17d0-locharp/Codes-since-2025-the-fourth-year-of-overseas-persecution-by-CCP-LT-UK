      ******************************************************************
      * NUMBSTA - shared per-batch statistics layout for the number-
      * batch subsystem built around Life-Universe-Everything. The
      * run appends one record per multi-batch NUMHDR batch it meets
      * to the cumulative statistics dataset (DISP=MOD), so the
      * per-source outcome of every night - reconciled, failed or
      * skipped as a register duplicate, with its reject and
      * duplicate-value counts - survives the run instead of living
      * only in SYSOUT. LUESCRD builds the monthly per-source
      * scorecard from it. COPY this into any program that reads or
      * writes the statistics. Records are LRECL 120.
      *
      * BST-EXP-BUS-DATE is the business date the run was expecting
      * (parm card, or run date); a batch whose BST-BUS-DATE is
      * earlier arrived late. BST-STATUS:
      *   P - trailer reconciled (the batch is on NUMBREG)
      *   F - reconciliation failed (trailer missing or totals off)
      *   S - skipped, batch id / business date already on NUMBREG
      * BST-FIRST-PHYS/BST-LAST-PHYS are the physical record numbers
      * of the batch's header and last record in the run's NUMIN,
      * so a NUMERR reject or NUMSUSP item (keyed on run date plus
      * physical record number) can be traced back to its batch.
      * BST-DUP-COUNT counts detail values repeated within the batch
      * (second and later occurrences). Rejects are counted by
      * NUMREJ reason code.
      ******************************************************************
           05  BST-RUN-DATE            PIC 9(8).
           05  BST-RUN-ID              PIC X(8).
           05  BST-EXP-BUS-DATE        PIC 9(8).
           05  BST-BATCH-ID            PIC X(8).
           05  BST-BUS-DATE            PIC 9(8).
           05  BST-STATUS              PIC X(1).
               88  BST-RECONCILED      VALUE 'P'.
               88  BST-FAILED          VALUE 'F'.
               88  BST-SKIPPED         VALUE 'S'.
           05  BST-FIRST-PHYS          PIC 9(9).
           05  BST-LAST-PHYS           PIC 9(9).
           05  BST-ACCEPT-COUNT        PIC 9(9).
           05  BST-DETAIL-COUNT        PIC 9(9).
           05  BST-DUP-COUNT           PIC 9(9).
           05  BST-REJ-NUM-COUNT       PIC 9(9).
           05  BST-REJ-RNG-COUNT       PIC 9(9).
           05  BST-REJ-INA-COUNT       PIC 9(9).
           05  FILLER                  PIC X(7).
