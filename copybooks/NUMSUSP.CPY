      * the rejecting run's date and the physical record number the
      * reject carried, the same pair LUEREPR correction cards are
      * keyed on. SUS-INPUT-REC is the original 80-byte input record
      * exactly as it arrived, with its NUMREC originating system
      * code and transaction reference viewed through SUS-ORIG-SYS
      * and SUS-TRAN-REF. Records are LRECL 120.
      ******************************************************************
           05  SUS-STATUS              PIC X(1).
               88  SUS-OPEN            VALUE 'O'.
           05  SUS-RUN-DATE            PIC 9(8).
           05  SUS-RELIEF-DATE         PIC 9(8).
           05  SUS-INPUT-REC           PIC X(80).
           05  SUS-INPUT-VIEW REDEFINES SUS-INPUT-REC.
               10  FILLER              PIC X(9).
               10  SUS-ORIG-SYS        PIC X(4).
               10  SUS-TRAN-REF        PIC X(16).
               10  FILLER              PIC X(51).
           05  FILLER                  PIC X(11).
