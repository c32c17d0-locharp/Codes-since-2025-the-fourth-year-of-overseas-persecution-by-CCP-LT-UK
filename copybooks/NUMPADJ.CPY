      ******************************************************************
      * NUMPADJ - shared pending-adjustment record layout for the
      * number-batch subsystem's maker-checker master adjustments
      * (VSAM KSDS keyed on PA-ADJ-ID). LUEMADJ writes one record
      * when a maker keys a correction and updates it when a
      * checker approves or declines it; records are kept, not
      * deleted, so the file doubles as the request log.
      *
      * PA-ADJ-ID is 'M' plus a seven-digit sequence. The control
      * record, key 'M0000000', carries the last sequence issued in
      * PA-NUM and nothing else. PA-STATUS:
      *   P - pending approval
      *   A - approved and applied to NUMMAST
      *   D - declined
      * PA-GROSS-DELTA and PA-ADJ-DELTA are the signed corrections
      * to the key's gross and reversal counts; net moves by gross
      * delta minus reversal delta. Records are LRECL 150.
      ******************************************************************
           05  PA-ADJ-ID               PIC X(8).
           05  PA-STATUS               PIC X(1).
               88  PA-PENDING          VALUE 'P'.
               88  PA-APPROVED         VALUE 'A'.
               88  PA-DECLINED         VALUE 'D'.
           05  PA-NUM                  PIC 9(9).
           05  PA-GROSS-DELTA          PIC S9(9).
           05  PA-ADJ-DELTA            PIC S9(9).
           05  PA-REASON-CODE          PIC X(4).
           05  PA-COMMENT              PIC X(30).
           05  PA-MAKER                PIC X(8).
           05  PA-MAKER-DATE           PIC 9(8).
           05  PA-MAKER-TIME           PIC 9(6).
           05  PA-CHECKER              PIC X(8).
           05  PA-CHECK-DATE           PIC 9(8).
           05  PA-CHECK-TIME           PIC 9(6).
           05  FILLER                  PIC X(36).
