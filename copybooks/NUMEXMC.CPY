      ******************************************************************
      * NUMEXMC - shared message-code table layout for the number-
      * batch subsystem's exception digest. One record per NUMEXCP
      * message code, maintained by hand under change control like
      * the NUMCAL calendar. LUEDGST loads the table at start-up and
      * uses it to decide what each exception group on the morning
      * digest does on the NUMALRT alert file:
      *   EMC-TICKET-FLAG 'Y' the group opens a ticket automatically
      *                       with EMC-PRIORITY (1 = highest) for
      *                       the EMC-ASSIGN-GROUP resolver group
      *                   'N' console alert only
      * A warning or worse whose code is not on the table still goes
      * to the console, never to ticketing, and the digest lists the
      * code so the table can be brought up to date. EMC-DESC is the
      * operator's one-line description of the code. COPY this into
      * any program that reads or maintains the table so the layout
      * cannot drift out of sync. Records are LRECL 80.
      ******************************************************************
           05  EMC-MSG-CODE            PIC X(8).
           05  EMC-TICKET-FLAG         PIC X(1).
               88  EMC-OPEN-TICKET     VALUE 'Y'.
           05  EMC-PRIORITY            PIC 9(1).
           05  EMC-ASSIGN-GROUP        PIC X(8).
           05  EMC-DESC                PIC X(40).
           05  FILLER                  PIC X(22).
