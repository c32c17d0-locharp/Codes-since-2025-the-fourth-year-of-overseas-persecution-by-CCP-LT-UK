      ******************************************************************
      * NUMMADJ - shared communication area for the number-batch
      * subsystem's LUEMADJ maker-checker master adjustment
      * subprogram. COPY this into any caller (batch driver, ISPF
      * dialog, online front end) and into LUEMADJ itself so the
      * parameter layout cannot drift out of sync between the
      * subprogram and its callers.
      *
      * MADJ-FUNC selects the action; MADJ-USER is always the
      * operator making this call:
      *   'K' key (maker): propose a correction to key MADJ-NUM -
      *       signed MADJ-GROSS-DELTA and MADJ-ADJ-DELTA against its
      *       gross and reversal counts, with MADJ-REASON-CODE and
      *       MADJ-COMMENT. Nothing touches NUMMAST yet; LUEMADJ
      *       answers with the new pending MADJ-ADJ-ID.
      *   'A' approve (checker): apply pending MADJ-ADJ-ID to
      *       NUMMAST, journal it with before/after images and
      *       record it on NUMHIST as a manual entry. The checker
      *       must not be the maker.
      *   'D' decline (checker): close pending MADJ-ADJ-ID without
      *       touching NUMMAST. The checker must not be the maker.
      *   'Q' query: return pending MADJ-ADJ-ID as it stands.
      *   'E' end of session: close the files. Call it once before
      *       the caller ends.
      * MADJ-REASON-CODE values:
      *   FEED - bad feed posted by LUEMUPD
      *   VRFY - LUEMNT verify mismatch
      *   DUPL - duplicate posting
      *   OTHR - other, explained in the comment
      *
      * LUEMADJ answers MADJ-RESULT ('00' done; anything else
      * refused, with MADJ-MESSAGE saying why), the pending item's
      * MADJ-STATUS/MADJ-MAKER/MADJ-CHECKER, and on approval the
      * key's before and after counts.
      ******************************************************************
           05  MADJ-FUNC               PIC X(1).
               88  MADJ-FUNC-KEY       VALUE 'K'.
               88  MADJ-FUNC-APPROVE   VALUE 'A'.
               88  MADJ-FUNC-DECLINE   VALUE 'D'.
               88  MADJ-FUNC-QUERY     VALUE 'Q'.
               88  MADJ-FUNC-END       VALUE 'E'.
           05  MADJ-USER               PIC X(8).
           05  MADJ-ADJ-ID             PIC X(8).
           05  MADJ-NUM                PIC 9(9).
           05  MADJ-GROSS-DELTA        PIC S9(9).
           05  MADJ-ADJ-DELTA          PIC S9(9).
           05  MADJ-REASON-CODE        PIC X(4).
               88  MADJ-REASON-VALID   VALUE 'FEED' 'VRFY' 'DUPL'
                                             'OTHR'.
           05  MADJ-COMMENT            PIC X(30).
           05  MADJ-RESULT             PIC X(2).
               88  MADJ-OK             VALUE '00'.
           05  MADJ-MESSAGE            PIC X(40).
           05  MADJ-STATUS             PIC X(1).
           05  MADJ-MAKER              PIC X(8).
           05  MADJ-CHECKER            PIC X(8).
           05  MADJ-BEF-HIT            PIC 9(9).
           05  MADJ-BEF-GROSS          PIC 9(9).
           05  MADJ-BEF-ADJ            PIC 9(9).
           05  MADJ-AFT-HIT            PIC 9(9).
           05  MADJ-AFT-GROSS          PIC 9(9).
           05  MADJ-AFT-ADJ            PIC 9(9).
