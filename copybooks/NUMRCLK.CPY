      ******************************************************************
      * NUMRCLK - shared communication area for the number-batch
      * subsystem's LUERCTL run-control ledger subprogram. COPY this
      * into every program of the LUEBATCH stream and into LUERCTL
      * itself so the parameter layout cannot drift out of sync.
      *
      * RCLK-FUNC selects the action. RCLK-RUN-ID and RCLK-STEP-NAME
      * (the calling program's name) are set on the 'B' call and
      * left in place for the rest of the step:
      *   'B' begin: record the step as started for the run id.
      *       Answers '04' when the ledger already shows the step
      *       complete for that run id - the caller skips its work.
      *   'V' verify an input generation: RCLK-GEN-NAME,
      *       RCLK-GEN-RECORDS and RCLK-GEN-STAMP as the caller
      *       counted them must match what RCLK-PRODUCER recorded
      *       writing for the same run id. Answers '08' when they do
      *       not (the generation belongs to another night), '12'
      *       when the producer has no finished step on the ledger
      *       for the run id. Either refuses the step.
      *   'W' written: record an output generation's role, record
      *       count and stamp against the step.
      *   'E' end: record RCLK-RETURN-CODE and close the ledger.
      *       Call it once before the caller ends (not after a '04').
      * Besides '00', '04', '08' and '12' above, RCLK-RESULT answers
      * on any function:
      *   '11' RCLK-FUNC is not B, V, W or E.
      *   '26' the 'B' call could not write the step's ledger entry.
      *   '30' a 'V', 'W' or 'E' call for a step with no ledger
      *       entry for the run id (no 'B' call was made).
      * Only '00' (and '04' on 'B') is success - test RCLK-OK, not
      * for particular failure codes.
      * When the NUMRCTL DD is DUMMY or the cluster cannot be opened
      * the ledger is off: every call answers '00' and the 'B' call
      * says so in RCLK-MESSAGE.
      ******************************************************************
           05  RCLK-FUNC               PIC X(1).
               88  RCLK-FUNC-BEGIN     VALUE 'B'.
               88  RCLK-FUNC-VERIFY    VALUE 'V'.
               88  RCLK-FUNC-WRITTEN   VALUE 'W'.
               88  RCLK-FUNC-END       VALUE 'E'.
           05  RCLK-RUN-ID             PIC X(8).
           05  RCLK-STEP-NAME          PIC X(8).
           05  RCLK-PRODUCER           PIC X(8).
           05  RCLK-GEN-NAME           PIC X(8).
           05  RCLK-GEN-RECORDS        PIC 9(9).
           05  RCLK-GEN-STAMP          PIC X(8).
           05  RCLK-RETURN-CODE        PIC 9(4).
           05  RCLK-RESULT             PIC X(2).
               88  RCLK-OK             VALUE '00'.
               88  RCLK-STEP-DONE      VALUE '04'.
           05  RCLK-MESSAGE            PIC X(60).
