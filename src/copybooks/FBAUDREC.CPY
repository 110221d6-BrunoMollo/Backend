      * defaulting), the start and end timestamps, the final return
      * code, and whether the run was a checkpoint-restart
      * continuation - so when a report looks wrong it can be proved
      * after the fact which FBPARM card drove the run. The earliest
      * and latest rule-table versions the run applied (their
      * effective dates, see FBRULVER) show which rules classified
      * it; they are equal when a single version was in force.
      * Run mode 'K' marks a change-control record rather than a run:
      * one step in the life of a pending FBPARM or FBRULES change
      * (see FBPCHREC) - the change number and type, the step, and
      * the user who took it, with the date and time of the step in
      * the run-date and start-time fields, the new card in the
      * parameter fields for an FBPARM change, and the version's
      * effective date in the rule-version fields for an FBRULES
      * change. A change card refused because it names a maker other
      * than the user who submitted it is recorded with change number
      * zero against the submitting user. The change fields are zero
      * and blank on run records, and absent on records written
      * before changes were carried.
      ******************************************************************
       01  FB-AUDIT-RECORD.
           05  FB-AUD-RUN-DATE         PIC 9(8).
           05  FB-AUD-RETURN-CODE      PIC 9(2).
           05  FB-AUD-CONTINUATION     PIC X(1).
               88  FB-AUD-IS-CONTINUATION  VALUE 'Y'.
           05  FB-AUD-RULE-VER-LOW     PIC 9(8).
           05  FB-AUD-RULE-VER-HIGH    PIC 9(8).
           05  FB-AUD-CHANGE-ID        PIC 9(6).
           05  FB-AUD-CHANGE-TYPE      PIC X(1).
           05  FB-AUD-CHANGE-EVENT     PIC X(1).
               88  FB-AUD-CHG-ENTERED  VALUE 'E'.
               88  FB-AUD-CHG-APPROVED VALUE 'A'.
               88  FB-AUD-CHG-REJECTED VALUE 'J'.
               88  FB-AUD-CHG-WHATIF   VALUE 'W'.
               88  FB-AUD-CHG-APPLIED  VALUE 'X'.
               88  FB-AUD-CHG-NOT-APPLIED
                                       VALUE 'N'.
               88  FB-AUD-CHG-BASELINE VALUE 'B'.
               88  FB-AUD-CHG-RUN-REFUSED
                                       VALUE 'R'.
               88  FB-AUD-CHG-ENTRY-REFUSED
                                       VALUE 'U'.
           05  FB-AUD-CHANGE-USER      PIC X(8).
