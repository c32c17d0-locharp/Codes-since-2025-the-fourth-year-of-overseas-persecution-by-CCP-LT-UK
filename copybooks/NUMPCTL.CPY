      ******************************************************************
      * NUMPCTL - shared period-control layout for the number-batch
      * subsystem's month-end close. LUECLOS appends one record per
      * period it closes (DISP=MOD), so the last record on the file
      * is the latest closed period. LUEMUPD reads it at start-up and
      * diverts any result whose RES-BUS-DATE falls in that period
      * or earlier to the NUMPPA prior-period adjustment file instead
      * of posting it, so closed figures never move. COPY this into
      * any program that reads or writes the control file. Records
      * are LRECL 80.
      *
      * PC-FROM-DATE is the previous close's PC-CLOSE-DATE: the
      * period's activity is every run dated after it up to and
      * including PC-CLOSE-DATE. The totals are the figures the
      * period-end report balanced.
      ******************************************************************
           05  PC-PERIOD               PIC 9(6).
           05  PC-CLOSE-DATE           PIC 9(8).
           05  PC-CLOSE-TIME           PIC 9(6).
           05  PC-FROM-DATE            PIC 9(8).
           05  PC-CLOSE-USER           PIC X(8).
           05  PC-KEY-COUNT            PIC 9(9).
           05  PC-MTD-NET              PIC S9(9).
           05  PC-AUD-ACCEPT           PIC 9(9).
           05  PC-PPA-COUNT            PIC 9(9).
           05  FILLER                  PIC X(8).
