      * as it arrived. REJ-REASON-CODE values:
      *   NUM - NR-NUM-IN not numeric
      *   RNG - value outside the valid range and not the sentinel
      *   INA - value inside the valid range but not an active
      *         NUMVREF reference code on the batch's business date
      *         (HDR-BUS-DATE; the run's expected business date on a
      *         classic single batch)
      * REJ-PHYS-COUNT is the physical record number within the
      * input file at the time of the reject; REJ-RUN-DATE is the
      * rejecting run's date (YYYYMMDD). Records are LRECL 100.
      * REJ-ORIG-SYS/REJ-TRAN-REF view the NUMREC originating system
      * code and transaction reference inside the original record.
      ******************************************************************
           05  REJ-INPUT-REC           PIC X(80).
           05  REJ-INPUT-VIEW REDEFINES REJ-INPUT-REC.
               10  FILLER              PIC X(9).
               10  REJ-ORIG-SYS        PIC X(4).
               10  REJ-TRAN-REF        PIC X(16).
               10  FILLER              PIC X(51).
           05  REJ-REASON-CODE         PIC X(3).
           05  REJ-PHYS-COUNT          PIC 9(9).
           05  REJ-RUN-DATE            PIC 9(8).
