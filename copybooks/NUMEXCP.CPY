      ******************************************************************
      * NUMEXCP - shared exception record layout for the number-batch
      * subsystem's cumulative exception dataset (DISP=MOD, one
      * record per warning or error a program raises). Every program
      * of the subsystem COPYs this into WORKING-STORAGE, fills in
      * the severity, message code, key and text, and CALLs the
      * LUEEXCP subprogram with it; LUEEXCP stamps the date and time
      * and appends the record. The LUEDGST morning digest and any
      * other reader COPY the same layout so it cannot drift out of
      * sync between the writers and the readers.
      *
      * EXC-STEP-NAME is the raising program's name and EXC-RUN-ID
      * the parm card's run id (the run date where the program has
      * no run id of its own). EXC-SEVERITY follows the step return
      * code it goes with:
      *   I - information, no return code raised
      *   W - warning, RC=4
      *   E - error, RC=8
      *   S - severe, RC=16 (configuration, refused generation)
      * EXC-MSG-CODE is the short fixed code the LUEDGST message-code
      * table is keyed on (e.g. RECONTOT, CMPSWING); EXC-KEY is the
      * batch id, value or other key the exception is about (spaces
      * when it is about the run as a whole) and EXC-TEXT the
      * free-text line that also goes to SYSOUT. Records are
      * LRECL 120.
      ******************************************************************
           05  EXC-DATE                PIC 9(8).
           05  EXC-TIME                PIC 9(6).
           05  EXC-STEP-NAME           PIC X(8).
           05  EXC-RUN-ID              PIC X(8).
           05  EXC-SEVERITY            PIC X(1).
               88  EXC-INFO            VALUE 'I'.
               88  EXC-WARNING         VALUE 'W'.
               88  EXC-ERROR           VALUE 'E'.
               88  EXC-SEVERE          VALUE 'S'.
           05  EXC-MSG-CODE            PIC X(8).
           05  EXC-KEY                 PIC X(16).
           05  EXC-TEXT                PIC X(60).
           05  FILLER                  PIC X(5).
