      *           run-level history: one INQ-ANS entry per run the
      *           value appeared in (run date, run id, net count)
      *   'R'     range query INQ-NUM through INQ-NUM-HIGH in one
      *           keyed history browse: one INQ-ANS entry per value with
      *           activity (INQ-ANS-NUM set, run fields blank,
      *           INQ-ANS-HITS the value's net total)
      *   'L'     lineage: the input records behind INQ-NUM's posting
      *           in run INQ-RUN-ID (blank = the most recent run's
      *           results generation) - one INQ-ANS entry per NUMHIST
      *           lineage entry, with its originating system,
      *           transaction reference, batch id and physical
      *           record number in INQ-ANS-LINEAGE, INQ-ANS-TYPE 'D'
      *           for an appearance or 'A' for a reversal and
      *           INQ-ANS-HITS +1/-1
      *   'T'     trace transaction reference INQ-TRAN-REF (and
      *           INQ-ORIG-SYS if not blank): INQ-SUSP-FLAG says
      *           whether it is on the current reject suspense - 'O'
      *           rejected and still open, 'R' repaired and
      *           resubmitted through LUEREPR (relieved on
      *           INQ-SUSP-RELIEF-DATE), 'N' not on suspense - with
      *           the reject's run date, physical record number and
      *           reason; one INQ-ANS entry (lineage shape, as for
      *           'L') per posting of the reference, so a repaired
      *           reject shows the later run that posted it
      * INQ-ANS-LINES says how many entries came back; INQ-MORE-FLAG
      * 'Y' means the answer was truncated at the table size.
      *
      * Paging: NUMHIST is browsed in key order (NUMHIST NH-KEY -
      * value, run date, run id, entry type, entry sequence), so a
      * truncated 'H', 'R', 'L' or 'T' answer comes back with
      * INQ-CONT-KEY set to the key of the first history entry that
      * did not fit ('R': INQ-CONT-NUM is the first value not
      * answered, the rest zeros and spaces). Call again with the
      * same request and that INQ-CONT-KEY to get the next page;
      * leave INQ-CONT-KEY blank for the first page. It comes back
      * blank on an 'H', 'R', 'L' or 'T' answer that was complete.
      *
      * INQ-DESC/INQ-CATEGORY come from the NUMVREF value reference
      * table; INQ-REF-FLAG says whether the value is an active code
      * today ('A'), on file but outside its effective dates ('I'),
      * or not on the reference table at all ('N'). A range answer
      * carries each entry's description in INQ-ANS-DESC. These
      * fields sit after the answer table so callers built before
      * they were added still line up.
      *
      * INQ-ANS-TYPE carries each history entry's NH-ENTRY-TYPE, so
      * an 'H' answer can tell a nightly run (' ') from a manual
      * correction approved through LUEMADJ ('M', INQ-ANS-RUN-ID
      * then holding the adjustment id). Blank on range entries.
      *
      * The 'L'/'T' request and answer fields (INQ-RUN-ID through
      * INQ-ANS-LINEAGE) likewise sit at the end, and INQ-CONT-KEY
      * after them.
      ******************************************************************
           05  INQ-NUM                 PIC 9(9).
           05  INQ-RANGE-FLAG          PIC X(1).
               88  INQ-FUNC-SINGLE     VALUE ' ' 'S'.
               88  INQ-FUNC-HISTORY    VALUE 'H'.
               88  INQ-FUNC-RANGE      VALUE 'R'.
               88  INQ-FUNC-LINEAGE    VALUE 'L'.
               88  INQ-FUNC-TRACE      VALUE 'T'.
           05  INQ-NUM-HIGH            PIC 9(9).
           05  INQ-MORE-FLAG           PIC X(1).
           05  INQ-ANS-LINES           PIC 9(4).
               10  INQ-ANS-RUN-DATE    PIC 9(8).
               10  INQ-ANS-RUN-ID      PIC X(8).
               10  INQ-ANS-HITS        PIC S9(9).
           05  INQ-DESC                PIC X(30).
           05  INQ-CATEGORY            PIC X(4).
           05  INQ-REF-FLAG            PIC X(1).
               88  INQ-REF-ACTIVE      VALUE 'A'.
               88  INQ-REF-INACTIVE    VALUE 'I'.
               88  INQ-REF-NOT-FOUND   VALUE 'N'.
           05  INQ-ANS-DESC OCCURS 50 TIMES
                                       PIC X(30).
           05  INQ-ANS-TYPE OCCURS 50 TIMES
                                       PIC X(1).
           05  INQ-RUN-ID              PIC X(8).
           05  INQ-ORIG-SYS            PIC X(4).
           05  INQ-TRAN-REF            PIC X(16).
           05  INQ-SUSP-FLAG           PIC X(1).
               88  INQ-SUSP-OPEN       VALUE 'O'.
               88  INQ-SUSP-RELIEVED   VALUE 'R'.
               88  INQ-SUSP-NOT-FOUND  VALUE 'N'.
           05  INQ-SUSP-REASON         PIC X(3).
           05  INQ-SUSP-RUN-DATE       PIC 9(8).
           05  INQ-SUSP-PHYS-COUNT     PIC 9(9).
           05  INQ-SUSP-RELIEF-DATE    PIC 9(8).
           05  INQ-ANS-LINEAGE OCCURS 50 TIMES.
               10  INQ-ANS-ORIG-SYS    PIC X(4).
               10  INQ-ANS-TRAN-REF    PIC X(16).
               10  INQ-ANS-BATCH-ID    PIC X(8).
               10  INQ-ANS-PHYS-COUNT  PIC 9(9).
           05  INQ-CONT-KEY.
               10  INQ-CONT-NUM        PIC 9(9).
               10  INQ-CONT-RUN-DATE   PIC 9(8).
               10  INQ-CONT-RUN-ID     PIC X(8).
               10  INQ-CONT-TYPE       PIC X(1).
               10  INQ-CONT-SEQ        PIC 9(9).
