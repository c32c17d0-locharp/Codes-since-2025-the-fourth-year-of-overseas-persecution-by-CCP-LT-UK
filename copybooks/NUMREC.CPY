      * into any companion program (validator, reconciliation job,
      * reporting extract, ...) that reads or writes NUMIN-style
      * records so the layout cannot drift out of sync between them.
      *
      * NR-ORIG-SYS is the originating (upstream) system code and
      * NR-TRAN-REF that system's transaction reference for the
      * record, so an accepted value can be traced back to the
      * transaction that produced it. Both are carried onto NUMRES,
      * NUMERR/NUMREJ, NUMSUSP and the NUMHIST lineage entries. A
      * source that does not send them leaves them blank; a repeated
      * non-blank reference within a run is reported as a resend.
      ******************************************************************
           05  NR-NUM-IN               PIC S9(9).
           05  NR-ORIG-SYS             PIC X(4).
           05  NR-TRAN-REF             PIC X(16).
           05  FILLER                  PIC X(51).
