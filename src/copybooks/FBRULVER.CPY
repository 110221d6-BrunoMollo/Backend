      ******************************************************************
      * FBRULVER - in-core table of every version of the divisor rule
      * table held on the FBRULES control file. Each FBRULES record
      * carries, after its divisor and label, the date from which its
      * version is in force (FB-RULE-IN-EFF-DATE, CCYYMMDD); the
      * records of one version share one effective date and appear
      * together, in priority order, with the versions themselves in
      * ascending effective-date order. Records written before rule
      * versions existed carry no date and load as a single version
      * in force from the beginning (effective date zero).
      *
      * The version to apply to a record is the latest one whose
      * effective date is not after the record's business date; the
      * shared FBRULSEL subprogram picks it and copies it into the
      * FB-RULE-TABLE that FBCLASS and FBRULEVL work on, so every
      * program chooses the same version for the same date. The
      * effective date also identifies the version on FBOUTPUT and
      * FBAUDIT.
      *
      * When no FBRULES file is supplied the table holds one version,
      * effective date zero, built from the FBPARM divisor pairs.
      ******************************************************************
       01  FB-RULE-VERSION-TABLE.
           05  FB-RVT-COUNT            PIC 9(2).
           05  FB-RVT-VERSION OCCURS 10 TIMES.
               10  FB-RVT-EFF-DATE     PIC 9(8).
               10  FB-RVT-RULE-COUNT   PIC 9(2).
               10  FB-RVT-COMBINED-LABEL
                                       PIC X(10).
               10  FB-RVT-ENTRY OCCURS 9 TIMES.
                   15  FB-RVT-DIVISOR  PIC 9(4).
                   15  FB-RVT-LABEL    PIC X(10).
