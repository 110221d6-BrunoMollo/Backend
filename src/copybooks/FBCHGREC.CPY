      ******************************************************************
      * FBCHGREC - classification change-history record, one appended
      * to the cumulative FBCHGHST file by every step that alters a
      * FBMASTER record: FBMSTUPD for each key it adds or whose class
      * code or text it changes, FBRECLAS for each key an update
      * sweep re-classifies, and FBBKOUT for each key it restores or
      * drops when a run is reversed. FB-MASTER-RECORD keeps only the
      * latest prior code; this file keeps the whole lineage, so the
      * classification of any key on any date, and the run that set
      * it, can be proved after the fact.
      *   action 'A' - key added; the old code and text are spaces
      *   action 'C' - class code or class text changed
      *   action 'R' - change reversed by FBBKOUT; a reversed add
      *                removes the key, so the new code and text
      *                are spaces
      * FB-CHG-KEY leads the record so the file can be loaded, in key
      * order, into the keyed FBCHGHST dataset the FBLN lineage
      * inquiry (FBCHGINQ) browses: every step records a key at most
      * once per run, so number, source key, run date and run number
      * identify a record.
      ******************************************************************
       01  FB-CHANGE-HISTORY-RECORD.
           05  FB-CHG-KEY.
               10  FB-CHG-NUMBER       PIC 9(9).
               10  FB-CHG-SOURCE-KEY   PIC X(12).
               10  FB-CHG-RUN-DATE     PIC 9(8).
               10  FB-CHG-RUN-NUMBER   PIC 9(6).
           05  FB-CHG-ACTION           PIC X(1).
               88  FB-CHG-ADDED        VALUE 'A'.
               88  FB-CHG-CHANGED      VALUE 'C'.
               88  FB-CHG-REVERSED     VALUE 'R'.
           05  FB-CHG-OLD-CODE         PIC X(1).
           05  FB-CHG-OLD-TEXT         PIC X(10).
           05  FB-CHG-NEW-CODE         PIC X(1).
           05  FB-CHG-NEW-TEXT         PIC X(10).
           05  FB-CHG-STEP-NAME        PIC X(8).
