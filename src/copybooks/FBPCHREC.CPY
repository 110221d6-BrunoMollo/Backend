      ******************************************************************
      * FBPCHREC - pending-change record. No change to the FBPARM
      * control card or the FBRULES rule table goes live on one
      * person's say-so: the maker enters it - online on the FBPM
      * transaction (FBPMNT) or on the FBPCHIN batch card deck
      * (FBPCHLD) - and it waits on the FBPCHG pending-change file
      * until a different user approves or rejects it on the FBAP
      * transaction (FBPCHAPR). FIZZBUZZ applies approved changes,
      * in change-number order, at the start of its next run.
      *
      * A change is one of
      *   'P' - a replacement FBPARM card image
      *   'R' - one FBRULES rule-table version, identified by its
      *         effective date: the version's rules in priority
      *         order replace the version with that date, or are
      *         added as a new version when there is none; a rule
      *         count of zero deletes the version
      * The old image is what was live when the change was entered,
      * so the checker sees old and new side by side, and a change
      * overtaken by another one applied first is not applied over
      * it. FBWHATIF, given the change number, attaches the delta
      * totals of the change against the day's input.
      *
      * Status: 'P' pending approval, 'A' approved, 'J' rejected,
      * 'X' applied, 'N' not applied (the live card or version no
      * longer matches the old image, or the approval is not valid).
      * Every step is recorded on FBAUDIT (see FBAUDREC). The online
      * transactions cannot write FBAUDIT, so FB-PCH-AUDIT-LEVEL says
      * how far the change's own steps have been recorded and the
      * next FIZZBUZZ run records the rest: ' ' nothing yet, 'E' the
      * entry, 'D' the entry and the approval or rejection. A change
      * that is finished (rejected, applied or not applied) is
      * dropped from FBPCHG once its last step is on FBAUDIT.
      *
      * Change number zero is the control record (FB-PCH-CONTROL-
      * RECORD below, first on the file): the last change number
      * given out, and the last approved FBPARM card and FBRULES
      * table - the card image itself and a record count and hash of
      * FBRULES - that FIZZBUZZ holds the live files to.
      ******************************************************************
       01  FB-PENDING-CHANGE-RECORD.
           05  FB-PCH-CHANGE-ID        PIC 9(6).
           05  FB-PCH-CHANGE-TYPE      PIC X(1).
               88  FB-PCH-CONTROL      VALUE 'C'.
               88  FB-PCH-PARM-CHANGE  VALUE 'P'.
               88  FB-PCH-RULE-CHANGE  VALUE 'R'.
           05  FB-PCH-STATUS           PIC X(1).
               88  FB-PCH-PENDING      VALUE 'P'.
               88  FB-PCH-APPROVED     VALUE 'A'.
               88  FB-PCH-REJECTED     VALUE 'J'.
               88  FB-PCH-APPLIED      VALUE 'X'.
               88  FB-PCH-NOT-APPLIED  VALUE 'N'.
               88  FB-PCH-FINISHED     VALUE 'J' 'X' 'N'.
           05  FB-PCH-AUDIT-LEVEL      PIC X(1).
               88  FB-PCH-ENTRY-AUDITED
                                       VALUE 'E' 'D'.
               88  FB-PCH-DECISION-AUDITED
                                       VALUE 'D'.
           05  FB-PCH-ORIGIN           PIC X(1).
               88  FB-PCH-ONLINE       VALUE 'O'.
               88  FB-PCH-BATCH        VALUE 'B'.
           05  FB-PCH-MAKER-ID         PIC X(8).
           05  FB-PCH-MAKER-DATE       PIC 9(8).
           05  FB-PCH-MAKER-TIME       PIC 9(8).
           05  FB-PCH-MAKER-NOTE       PIC X(20).
           05  FB-PCH-CHECKER-ID       PIC X(8).
           05  FB-PCH-CHECKER-DATE     PIC 9(8).
           05  FB-PCH-CHECKER-TIME     PIC 9(8).
           05  FB-PCH-CHECKER-NOTE     PIC X(20).
           05  FB-PCH-APPLIED-RUN      PIC 9(6).
           05  FB-PCH-APPLIED-DATE     PIC 9(8).
           05  FB-PCH-OLD-IMAGE        PIC X(136).
           05  FB-PCH-OLD-PARM REDEFINES FB-PCH-OLD-IMAGE.
               10  FB-PCH-OLD-CARD     PIC X(62).
               10  FILLER              PIC X(74).
           05  FB-PCH-OLD-RULES REDEFINES FB-PCH-OLD-IMAGE.
               10  FB-PCH-OLD-EFF-DATE PIC 9(8).
               10  FB-PCH-OLD-RULE-COUNT
                                       PIC 9(2).
               10  FB-PCH-OLD-ENTRY OCCURS 9 TIMES.
                   15  FB-PCH-OLD-DIVISOR
                                       PIC 9(4).
                   15  FB-PCH-OLD-LABEL
                                       PIC X(10).
           05  FB-PCH-NEW-IMAGE        PIC X(136).
           05  FB-PCH-NEW-PARM REDEFINES FB-PCH-NEW-IMAGE.
               10  FB-PCH-NEW-CARD     PIC X(62).
               10  FILLER              PIC X(74).
           05  FB-PCH-NEW-RULES REDEFINES FB-PCH-NEW-IMAGE.
               10  FB-PCH-NEW-EFF-DATE PIC 9(8).
               10  FB-PCH-NEW-RULE-COUNT
                                       PIC 9(2).
               10  FB-PCH-NEW-ENTRY OCCURS 9 TIMES.
                   15  FB-PCH-NEW-DIVISOR
                                       PIC 9(4).
                   15  FB-PCH-NEW-LABEL
                                       PIC X(10).
           05  FB-PCH-WHATIF.
               10  FB-PCH-WIF-RUN-DATE PIC 9(8).
               10  FB-PCH-WIF-RECORDS  PIC 9(9).
               10  FB-PCH-WIF-DIFFERENCES
                                       PIC 9(9).
               10  FB-PCH-WIF-CUR-COMBINED
                                       PIC 9(9).
               10  FB-PCH-WIF-NEW-COMBINED
                                       PIC 9(9).
               10  FB-PCH-WIF-CUR-PLAIN
                                       PIC 9(9).
               10  FB-PCH-WIF-NEW-PLAIN
                                       PIC 9(9).

       01  FB-PCH-CONTROL-RECORD.
           05  FB-PCC-CHANGE-ID        PIC 9(6).
           05  FB-PCC-CHANGE-TYPE      PIC X(1).
           05  FB-PCC-LAST-ID          PIC 9(6).
           05  FB-PCC-BASELINE-SW      PIC X(1).
               88  FB-PCC-BASELINE-SET VALUE 'Y'.
           05  FB-PCC-PARM-IMAGE       PIC X(62).
           05  FB-PCC-RULES-COUNT      PIC 9(4).
           05  FB-PCC-RULES-HASH       PIC 9(12).
           05  FB-PCC-BASELINE-RUN     PIC 9(6).
           05  FB-PCC-BASELINE-DATE    PIC 9(8).
           05  FILLER                  PIC X(340).
