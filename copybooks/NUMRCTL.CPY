      ******************************************************************
      * NUMRCTL - shared run-control ledger record layout for the
      * number-batch subsystem (VSAM KSDS keyed on RCL-KEY: the
      * PARM-RUN-ID of the night plus the step's program name). The
      * LUERCTL subprogram is the only writer: every program in the
      * LUEBATCH stream calls it at start-up and at end of step, so
      * the ledger says which steps actually finished for a run id
      * and which generations each one read and wrote. COPY this
      * into LUERCTL and into any reader (the LUERRPT status report)
      * so the layout cannot drift out of sync between them.
      *
      * RCL-STATUS:
      *   S - started and not yet ended (a step that abended stays S)
      *   C - complete, ended RC=4 or better; a resubmitted stream
      *       skips the step
      *   F - failed, ended above RC=4; the step runs again when
      *       the stream is resubmitted
      *   R - refused, an input generation did not belong to the
      *       run id (RCL-MESSAGE says which)
      * RCL-ATTEMPTS counts the starts for the run id and
      * RCL-SKIP-COUNT the resubmissions skipped as already complete.
      *
      * RCL-GEN-ENTRY lists the stream generations the step read
      * (RCL-GEN-DIR 'I') and wrote ('O'): RCL-GEN-NAME is the
      * generation's role - the last qualifier of its GDG base, e.g.
      * RESULTS or ERRORS - RCL-GEN-RECORDS its record count and
      * RCL-GEN-STAMP the run stamp carried inside it where it has
      * one (RES-RUN-ID on the NUMRES run total, REJ-RUN-DATE on
      * NUMREJ; spaces otherwise). A reader's input must match the
      * count and stamp its producer recorded for the same run id.
      * Records are LRECL 320.
      ******************************************************************
           05  RCL-KEY.
               10  RCL-RUN-ID          PIC X(8).
               10  RCL-STEP-NAME       PIC X(8).
           05  RCL-STATUS              PIC X(1).
               88  RCL-STARTED         VALUE 'S'.
               88  RCL-COMPLETE        VALUE 'C'.
               88  RCL-FAILED          VALUE 'F'.
               88  RCL-REFUSED         VALUE 'R'.
           05  RCL-RETURN-CODE         PIC 9(4).
           05  RCL-START-DATE          PIC 9(8).
           05  RCL-START-TIME          PIC 9(6).
           05  RCL-END-DATE            PIC 9(8).
           05  RCL-END-TIME            PIC 9(6).
           05  RCL-ATTEMPTS            PIC 9(4).
           05  RCL-SKIP-COUNT          PIC 9(4).
           05  RCL-MESSAGE             PIC X(40).
           05  RCL-GEN-COUNT           PIC 9(2).
           05  RCL-GEN-ENTRY OCCURS 8 TIMES.
               10  RCL-GEN-DIR         PIC X(1).
               10  RCL-GEN-NAME        PIC X(8).
               10  RCL-GEN-RECORDS     PIC 9(9).
               10  RCL-GEN-STAMP       PIC X(8).
           05  FILLER                  PIC X(13).
