      ******************************************************************
      * NUMPSUM - shared period-summary layout for the number-batch
      * subsystem's month-end close. LUECLOS writes one generation
      * per closed period with one record per value on the master
      * (or carried from the prior period), freezing the value's
      * month-to-date and year-to-date net, gross and reversal
      * counts as signed off, so "how many times did value 42 come
      * through in September" is a read of one record instead of a
      * scan of NUMHIST. COPY this into any program that reads or
      * writes the summary. Records are LRECL 120.
      *
      * PS-CUM-* is the NUMMAST snapshot taken at the close; the
      * next close subtracts it from the master to get that period's
      * month-to-date figures. MTD/YTD counts are signed because a
      * manual correction can take a value backwards. PS-PURGED-FLAG
      * 'P' marks a value LUEMNT purged from the master since the
      * prior close - its cumulative figures are carried forward
      * unchanged and it shows no month-to-date activity.
      ******************************************************************
           05  PS-PERIOD               PIC 9(6).
           05  PS-NUM                  PIC 9(9).
           05  PS-MTD-NET              PIC S9(9).
           05  PS-MTD-GROSS            PIC S9(9).
           05  PS-MTD-ADJ              PIC S9(9).
           05  PS-YTD-NET              PIC S9(9).
           05  PS-YTD-GROSS            PIC S9(9).
           05  PS-YTD-ADJ              PIC S9(9).
           05  PS-CUM-NET              PIC 9(9).
           05  PS-CUM-GROSS            PIC 9(9).
           05  PS-CUM-ADJ              PIC 9(9).
           05  PS-PURGED-FLAG          PIC X(1).
               88  PS-PURGED           VALUE 'P'.
           05  FILLER                  PIC X(23).
