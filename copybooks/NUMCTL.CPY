      * records (valid, non-negative): adjustments leave the run
      * through NUMADJ, not NUMRPT, so the merged report must roll
      * up to these. CTL-PART-COUNT is the number of partitions.
      * CTL-INACT-COUNT is the number of valid records carrying a code
      * that is not active on the NUMVREF reference table: they are
      * in CTL-COUNT (the trailer counted them) but each partition
      * run rejects them, so they never reach a partition's accepted
      * total.
      ******************************************************************
           05  CTL-COUNT               PIC 9(9).
           05  CTL-CHECKSUM            PIC S9(9).
           05  CTL-RPT-COUNT           PIC 9(9).
           05  CTL-RPT-CHECKSUM        PIC S9(9).
           05  CTL-PART-COUNT          PIC 9(2).
           05  CTL-INACT-COUNT         PIC 9(9).
           05  FILLER                  PIC X(33).
