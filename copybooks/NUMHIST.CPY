      ******************************************************************
      * NUMHIST - shared run-level history detail layout for the
      * number-batch subsystem's cumulative appearance history
      * (companion to the NUMMAST rolled-up master). LUEMUPD adds
      * one record per value per run it posts, so "show every run
      * in which value 37 appeared, and how many times in each" is
      * a keyed browse instead of a week of report generations
      * pulled by hand. COPY this into any companion program
      * (inquiry, extract, audit) that reads the history so the
      * layout cannot drift out of sync with the poster.
      *
      * The history is a VSAM KSDS keyed on NH-KEY (offset 0,
      * length 35): value, run date, run id, then entry type and
      * entry sequence so that a run's lineage entries, which share
      * its value/date/run id, still have keys of their own. A
      * browse of one value therefore returns its runs in date
      * order, each nightly entry followed by its lineage entries.
      * NH-ENTRY-SEQ is zero on nightly and manual entries and the
      * input record's ordinal in the run's NUMRES generation on a
      * lineage entry (lineage converted from the sequential history
      * is numbered 1 up within its run instead). Writers insert by
      * key, so an entry already on file for the key is never
      * duplicated by a rerun. The LUEHLOD utility built the cluster
      * from the old sequential history and reorganizes it from an
      * unload. Records are LRECL 100.
      *
      * NH-NET-COUNT is the run's net activity for the value (gross
      * appearances minus reversals posted that run); NH-GROSS-COUNT
      * and NH-ADJ-COUNT carry the two sides separately.
      * NH-ADJ-DROPPED counts reversals the run received but could
      * not apply because they exceeded the value's net count
      * (spaces on entries written before it was added).
      *
      * NH-ENTRY-TYPE tells nightly postings from hand corrections:
      *   ' ' nightly LUEMUPD posting for run NH-RUN-ID
      *   'M' maker-checker correction approved through LUEMADJ:
      *       NH-RUN-ID is the adjustment id, NH-RUN-DATE the
      *       approval date, and the counts are signed deltas - read
      *       them through NH-GROSS-DELTA/NH-ADJ-DELTA
      *   'L' lineage entry - one per accepted input record (NUMRES
      *       D or A record) that built the run's nightly entry for
      *       NH-NUM: NH-LIN-REC-TYPE is D (appearance) or A
      *       (reversal), NH-LIN-PHYS-COUNT the physical record
      *       number in the run's NUMIN, NH-LIN-BATCH-ID its batch,
      *       NH-LIN-ORIG-SYS/NH-TRAN-REF its originating system and
      *       transaction reference. Lineage entries carry no counts;
      *       readers totalling activity must skip them.
      ******************************************************************
           05  NH-KEY.
               10  NH-NUM              PIC 9(9).
               10  NH-RUN-DATE         PIC 9(8).
               10  NH-RUN-ID           PIC X(8).
               10  NH-ENTRY-TYPE       PIC X(1).
                   88  NH-NIGHTLY-ENTRY
                                       VALUE ' '.
                   88  NH-MANUAL-ENTRY VALUE 'M'.
                   88  NH-LINEAGE-ENTRY
                                       VALUE 'L'.
               10  NH-ENTRY-SEQ        PIC 9(9).
           05  NH-NET-COUNT            PIC S9(9).
           05  NH-LIN-PHYS-COUNT REDEFINES NH-NET-COUNT
                                       PIC 9(9).
           05  NH-GROSS-COUNT          PIC 9(9).
           05  NH-GROSS-DELTA REDEFINES NH-GROSS-COUNT
                                       PIC S9(9).
           05  NH-LIN-BATCH-ID REDEFINES NH-GROSS-COUNT
                                       PIC X(8).
           05  NH-ADJ-COUNT            PIC 9(9).
           05  NH-ADJ-DELTA REDEFINES NH-ADJ-COUNT
                                       PIC S9(9).
           05  NH-LIN-ORIG-SYS REDEFINES NH-ADJ-COUNT
                                       PIC X(4).
           05  NH-ADJ-DROPPED          PIC 9(9).
           05  NH-TRAN-REF             PIC X(16).
           05  NH-LIN-REC-TYPE         PIC X(1).
           05  FILLER                  PIC X(12).
