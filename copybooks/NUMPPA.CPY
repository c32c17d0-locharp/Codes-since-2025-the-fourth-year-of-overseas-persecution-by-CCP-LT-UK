      ******************************************************************
      * NUMPPA - shared prior-period adjustment layout for the
      * number-batch subsystem. When LUEMUPD meets a result whose
      * RES-BUS-DATE falls in a period LUECLOS has already closed,
      * it appends the result here (DISP=MOD) instead of posting it
      * to NUMMAST, so the closed period's figures never move. The
      * next close reports these late arrivals separately, and
      * LUEMNT verify leaves them out of its expected counts. COPY
      * this into any program that reads or writes the file.
      * Records are LRECL 80.
      *
      * PP-RUN-DATE/PP-RUN-ID identify the LUEMUPD run that diverted
      * the result, PP-PERIOD the closed period it belonged to.
      * PP-RECORD-TYPE is the NUMRES type: 'D' one appearance of
      * PP-NUM, 'A' one reversal of PP-NUM.
      ******************************************************************
           05  PP-RUN-DATE             PIC 9(8).
           05  PP-RUN-ID               PIC X(8).
           05  PP-PERIOD               PIC 9(6).
           05  PP-RECORD-TYPE          PIC X(1).
               88  PP-DETAIL           VALUE 'D'.
               88  PP-ADJUSTMENT       VALUE 'A'.
           05  PP-NUM                  PIC 9(9).
           05  PP-BATCH-ID             PIC X(8).
           05  PP-BUS-DATE             PIC 9(8).
           05  FILLER                  PIC X(32).
