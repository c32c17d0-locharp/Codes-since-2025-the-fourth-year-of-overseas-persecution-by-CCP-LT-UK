      ******************************************************************
      * NUMVAUD - shared audit-trail record layout for maintenance of
      * the number-batch subsystem's value reference table (NUMVREF).
      * LUEVMNT appends one record per applied add, change or retire
      * to the cumulative reference audit file, so any description or
      * effective date a report showed can be traced to who changed
      * it and when. COPY this into any program that writes or reads
      * the trail so the layout cannot drift out of sync.
      *
      * VA-ACTION is A (add), C (change) or R (retire). VA-BEFORE is
      * the entry as it stood before the change (spaces/zeros for an
      * add); VA-AFTER is the entry as rewritten. Records are
      * LRECL 150.
      ******************************************************************
           05  VA-MAINT-DATE           PIC 9(8).
           05  VA-MAINT-TIME           PIC 9(6).
           05  VA-MAINT-USER           PIC X(8).
           05  VA-ACTION               PIC X(1).
               88  VA-ADD              VALUE 'A'.
               88  VA-CHANGE           VALUE 'C'.
               88  VA-RETIRE           VALUE 'R'.
           05  VA-NUM                  PIC 9(9).
           05  VA-BEFORE.
               10  VA-BEF-DESC         PIC X(30).
               10  VA-BEF-CATEGORY     PIC X(4).
               10  VA-BEF-EFF-FROM     PIC 9(8).
               10  VA-BEF-EFF-TO       PIC 9(8).
           05  VA-AFTER.
               10  VA-AFT-DESC         PIC X(30).
               10  VA-AFT-CATEGORY     PIC X(4).
               10  VA-AFT-EFF-FROM     PIC 9(8).
               10  VA-AFT-EFF-TO       PIC 9(8).
           05  FILLER                  PIC X(18).
