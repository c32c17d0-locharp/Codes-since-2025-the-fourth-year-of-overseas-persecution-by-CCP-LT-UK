      ******************************************************************
      * NUMCHG - shared master change-extract layout for the number-
      * batch subsystem's daily feed to the reporting warehouse.
      * LUEMUPD writes one extract per run and LUEMNT one per purge,
      * so the warehouse applies only the NUMMAST keys that changed
      * instead of pulling the whole cluster. COPY this into any
      * program that writes or reads the extract. Records are
      * LRECL 100.
      *
      * CHG-RECORD-TYPE:
      *   H - header, first record: CHG-HDR-XMIT-SEQ is the
      *       transmission sequence number assigned from the NUMXMIT
      *       transmission log, plus the producing program, run id
      *       and creation date/time
      *   D - one changed key, with CHG-ACTION:
      *         C created by the run
      *         U updated by the run
      *         R already posted by an earlier attempt of the same
      *           run id (rerun) - after image only, before image
      *           zero
      *         M corrected through LUEMADJ since the previous
      *           LUEMUPD extract (before/after from the NUMMJNL
      *           journal; CHG-RUN-ID is the adjustment id)
      *         P purged by LUEMNT - before image only, after image
      *           zero; CHG-RUN-ID is the key's last run id
      *       CHG-OVER-REVERSED 'Y' when the run dropped reversals
      *       beyond the key's net count
      *   T - trailer, last record, NUMTRLR-style control totals:
      *       CHG-TRL-COUNT detail records and CHG-TRL-CHECKSUM the
      *       sum over them of after net minus before net
      ******************************************************************
           05  CHG-RECORD-TYPE         PIC X(1).
               88  CHG-HEADER-REC      VALUE 'H'.
               88  CHG-DETAIL-REC      VALUE 'D'.
               88  CHG-TRAILER-REC     VALUE 'T'.
           05  CHG-DETAIL.
               10  CHG-ACTION          PIC X(1).
                   88  CHG-CREATED     VALUE 'C'.
                   88  CHG-UPDATED     VALUE 'U'.
                   88  CHG-RERUN       VALUE 'R'.
                   88  CHG-MANUAL      VALUE 'M'.
                   88  CHG-PURGED      VALUE 'P'.
               10  CHG-NUM             PIC 9(9).
               10  CHG-RUN-ID          PIC X(8).
               10  CHG-RUN-DATE        PIC 9(8).
               10  CHG-BEF-NET         PIC 9(9).
               10  CHG-BEF-GROSS       PIC 9(9).
               10  CHG-BEF-ADJ         PIC 9(9).
               10  CHG-AFT-NET         PIC 9(9).
               10  CHG-AFT-GROSS       PIC 9(9).
               10  CHG-AFT-ADJ         PIC 9(9).
               10  CHG-OVER-REVERSED   PIC X(1).
               10  FILLER              PIC X(18).
           05  CHG-HEADER REDEFINES CHG-DETAIL.
               10  CHG-HDR-XMIT-SEQ    PIC 9(9).
               10  CHG-HDR-SOURCE      PIC X(8).
               10  CHG-HDR-RUN-ID      PIC X(8).
               10  CHG-HDR-CREATE-DATE PIC 9(8).
               10  CHG-HDR-CREATE-TIME PIC 9(6).
               10  FILLER              PIC X(60).
           05  CHG-TRAILER REDEFINES CHG-DETAIL.
               10  CHG-TRL-XMIT-SEQ    PIC 9(9).
               10  CHG-TRL-COUNT       PIC 9(9).
               10  CHG-TRL-CHECKSUM    PIC S9(9).
               10  FILLER              PIC X(72).
