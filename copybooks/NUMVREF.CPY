      ******************************************************************
      * NUMVREF - shared value-reference record layout for the number-
      * batch subsystem's value reference table (VSAM KSDS keyed on
      * VR-NUM, the NR-NUM-IN value). COPY this into the maintenance
      * program and every reader (nightly validation, splitter,
      * statistics, inquiry) so the layout cannot drift out of sync
      * between the table's owner and the programs that honor it.
      *
      * Only some values in the valid range are live business codes.
      * VR-DESC is the business description printed next to the value
      * on NUMRPT, NUMSTAT and the LUEINQ answer; VR-CATEGORY groups
      * related codes. A value is active on a business date when
      * VR-EFF-FROM <= date <= VR-EFF-TO; an open-ended entry carries
      * 99999999 in VR-EFF-TO. Retiring a code sets VR-EFF-TO to the
      * last business date it is live - the entry is never deleted,
      * so older reports and history keep their description.
      * VR-MAINT-DATE and VR-MAINT-USER name the last LUEVMNT change;
      * the full before/after trail is on the NUMVAUD audit file.
      ******************************************************************
           05  VR-NUM                  PIC 9(9).
           05  VR-DESC                 PIC X(30).
           05  VR-CATEGORY             PIC X(4).
           05  VR-EFF-FROM             PIC 9(8).
           05  VR-EFF-TO               PIC 9(8).
           05  VR-MAINT-DATE           PIC 9(8).
           05  VR-MAINT-USER           PIC X(8).
           05  FILLER                  PIC X(5).
