      ******************************************************************
      * NUMXMIT - shared transmission-log layout for the number-batch
      * subsystem's warehouse change extract. Every program that
      * writes a NUMCHG extract takes the next sequence number from
      * this cumulative log (DISP=MOD) and appends one record when
      * the extract is complete, with the trailer's control totals.
      * LUEXACK reconciles the log against the warehouse's
      * acknowledgements. COPY this into any program that reads or
      * writes the log. Records are LRECL 80.
      ******************************************************************
           05  XM-XMIT-SEQ             PIC 9(9).
           05  XM-SOURCE               PIC X(8).
           05  XM-RUN-ID               PIC X(8).
           05  XM-CREATE-DATE          PIC 9(8).
           05  XM-CREATE-TIME          PIC 9(6).
           05  XM-COUNT                PIC 9(9).
           05  XM-CHECKSUM             PIC S9(9).
           05  FILLER                  PIC X(23).
