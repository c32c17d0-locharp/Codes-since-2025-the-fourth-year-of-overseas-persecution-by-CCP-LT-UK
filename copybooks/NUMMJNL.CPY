      ******************************************************************
      * NUMMJNL - shared manual-adjustment journal layout for the
      * number-batch subsystem. LUEMADJ appends one record per
      * approved maker-checker correction to the cumulative journal
      * (DISP=MOD) with the key's before and after images, so every
      * hand change to NUMMAST can be traced to who asked, who
      * approved and why. LUEMNT verify folds MJ-NET-DELTA into its
      * expected counts. COPY this into any program that reads or
      * writes the journal. Records are LRECL 160.
      ******************************************************************
           05  MJ-ADJ-ID               PIC X(8).
           05  MJ-NUM                  PIC 9(9).
           05  MJ-POST-DATE            PIC 9(8).
           05  MJ-POST-TIME            PIC 9(6).
           05  MJ-REASON-CODE          PIC X(4).
           05  MJ-COMMENT              PIC X(30).
           05  MJ-MAKER                PIC X(8).
           05  MJ-CHECKER              PIC X(8).
           05  MJ-BEFORE.
               10  MJ-BEF-HIT          PIC 9(9).
               10  MJ-BEF-GROSS        PIC 9(9).
               10  MJ-BEF-ADJ          PIC 9(9).
           05  MJ-AFTER.
               10  MJ-AFT-HIT          PIC 9(9).
               10  MJ-AFT-GROSS        PIC 9(9).
               10  MJ-AFT-ADJ          PIC 9(9).
           05  MJ-NET-DELTA            PIC S9(9).
           05  FILLER                  PIC X(16).
