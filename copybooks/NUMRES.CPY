      *       one came from and exclude runs that ended too badly
      *       to be posted (above RC=4). Generations written before
      *       the stamp carry spaces there.
      *
      * D and A records also carry their lineage back to the input:
      * RES-PHYS-COUNT (over RES-COUNT) is the physical record number
      * within the run's NUMIN, RES-ORIG-SYS (over RES-CHECKSUM) and
      * RES-TRAN-REF the record's NUMREC originating system code and
      * transaction reference. Generations written before these were
      * added carry zeros/spaces there.
      ******************************************************************
           05  RES-RECORD-TYPE         PIC X(1).
               88  RES-DETAIL          VALUE 'D'.
           05  RES-BATCH-ID            PIC X(8).
           05  RES-BUS-DATE            PIC 9(8).
           05  RES-COUNT               PIC 9(9).
           05  RES-PHYS-COUNT REDEFINES RES-COUNT
                                       PIC 9(9).
           05  RES-CHECKSUM            PIC S9(9).
           05  RES-ORIG-SYS REDEFINES RES-CHECKSUM
                                       PIC X(4).
           05  RES-RUN-DATE            PIC 9(8).
           05  RES-RUN-ID              PIC X(8).
           05  RES-RETURN-CODE         PIC 9(4).
           05  RES-TRAN-REF            PIC X(16).
