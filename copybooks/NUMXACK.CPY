      ******************************************************************
      * NUMXACK - shared acknowledgement layout for the number-batch
      * subsystem's warehouse change extract. The warehouse returns
      * one record per NUMCHG transmission it loaded, echoing the
      * header's sequence number and the control totals it counted.
      * LUEXACK reads the day's acknowledgements and appends the
      * ones that match the NUMXMIT log to the cumulative
      * acknowledgement history in the same layout. Records are
      * LRECL 80.
      *
      * XA-STATUS 'A' the warehouse applied the transmission,
      * 'R' it rejected it (treated as not acknowledged).
      ******************************************************************
           05  XA-XMIT-SEQ             PIC 9(9).
           05  XA-COUNT                PIC 9(9).
           05  XA-CHECKSUM             PIC S9(9).
           05  XA-STATUS               PIC X(1).
               88  XA-APPLIED          VALUE 'A'.
               88  XA-REJECTED         VALUE 'R'.
           05  XA-ACK-DATE             PIC 9(8).
           05  FILLER                  PIC X(44).
