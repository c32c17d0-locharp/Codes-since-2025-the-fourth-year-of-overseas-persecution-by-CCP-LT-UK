      ******************************************************************
      * NUMALRT - shared alert record layout for the number-batch
      * subsystem's enterprise console and ticketing interface. The
      * LUEDGST morning digest writes one record per exception group
      * of warning severity or worse in its window - a group being
      * the exceptions one step raised for one run id under one
      * message code - so a failing batch that raises the same code
      * many times opens one alert, not many. The interface picks
      * the file up as it stands; COPY this into any program that
      * writes or reads it so the layout cannot drift out of sync.
      *
      * ALR-SOURCE is always NUMBATCH (the subsystem's id on the
      * console). ALR-DATE/ALR-TIME are those of the group's first
      * exception, ALR-KEY and ALR-TEXT its key and text, and
      * ALR-OCCURRENCES the number of exceptions in the group.
      * ALR-ACTION:
      *   T - open a ticket, priority ALR-PRIORITY, for resolver
      *       group ALR-ASSIGN-GROUP (message-code table says so)
      *   C - console alert only (ALR-PRIORITY zero, group spaces)
      * ALR-CODE-KNOWN is 'N' when the message code is not on the
      * NUMEXMC table. Records are LRECL 150.
      ******************************************************************
           05  ALR-SOURCE              PIC X(8).
           05  ALR-DATE                PIC 9(8).
           05  ALR-TIME                PIC 9(6).
           05  ALR-STEP-NAME           PIC X(8).
           05  ALR-RUN-ID              PIC X(8).
           05  ALR-SEVERITY            PIC X(1).
           05  ALR-MSG-CODE            PIC X(8).
           05  ALR-ACTION              PIC X(1).
               88  ALR-OPEN-TICKET     VALUE 'T'.
               88  ALR-CONSOLE-ONLY    VALUE 'C'.
           05  ALR-PRIORITY            PIC 9(1).
           05  ALR-ASSIGN-GROUP        PIC X(8).
           05  ALR-CODE-KNOWN          PIC X(1).
           05  ALR-OCCURRENCES         PIC 9(5).
           05  ALR-KEY                 PIC X(16).
           05  ALR-TEXT                PIC X(60).
           05  FILLER                  PIC X(11).
