      ******************************************************************
      * FBSQSREC - source-quality statistics record. The daily steps
      * that see a source system's records each add what they saw,
      * by source prefix (the first three bytes of the source key,
      * FB-TRANS-KEY / FB-SOURCE-KEY), to the FBSQSTAT file through
      * the shared FBSQSLOG subprogram (see FBSQSREQ), so the figures
      * outlive the day's FBMRGRPT, FBREJECT, FBSUSPO, FBWOFF, FBHOLDO
      * and FBMIXRPT and the FBDQSRPT month-end scorecard can put
      * them together. Each step run appends one header record (type
      * 'H', source blank, counts zero) and then one detail record
      * (type 'D') per source it counted:
      *   FBMERGE  - records received from accepted feeds, and cross-
      *              feed duplicates dropped
      *   FBEDIT   - rejects by FBREJREC reason code (01-04 fresh and
      *              released holds, 05 any phase), newly parked
      *              future-dated items, and the suspense position it
      *              left on FBSUSPO (items and business days out)
      *   FBSUSDSP - items written off, and the suspense position it
      *              left after the disposition deck
      *   FBSRCRPT - the run's classification mix
      * A step that reports the suspense position marks its header
      * FB-SQS-SNAPSHOT: its items and age replace, rather than add
      * to, the position any earlier step gave. A rerun of a step for
      * the same run/cycle appends a fresh set; the last set on file
      * for a step and run is the one that counts.
      ******************************************************************
       01  FB-SQS-RECORD.
           05  FB-SQS-TYPE             PIC X(1).
               88  FB-SQS-HEADER       VALUE 'H'.
               88  FB-SQS-DETAIL       VALUE 'D'.
           05  FB-SQS-STEP-NAME        PIC X(8).
           05  FB-SQS-RUN-DATE         PIC 9(8).
           05  FB-SQS-RUN-DATE-X REDEFINES FB-SQS-RUN-DATE.
               10  FB-SQS-RUN-MONTH    PIC 9(6).
               10  FILLER              PIC 9(2).
           05  FB-SQS-RUN-NUMBER       PIC 9(6).
           05  FB-SQS-SNAPSHOT-SW      PIC X(1).
               88  FB-SQS-SNAPSHOT     VALUE 'Y'.
           05  FB-SQS-SOURCE           PIC X(3).
           05  FB-SQS-MEASURES.
               10  FB-SQS-COUNT        PIC 9(9) OCCURS 17 TIMES.
           05  FB-SQS-MEASURE-NAMES REDEFINES FB-SQS-MEASURES.
               10  FB-SQS-RECEIVED     PIC 9(9).
               10  FB-SQS-DUPS-DROPPED PIC 9(9).
               10  FB-SQS-REJECTED     PIC 9(9) OCCURS 5 TIMES.
               10  FB-SQS-FUTURE-DATED PIC 9(9).
               10  FB-SQS-WRITTEN-OFF  PIC 9(9).
               10  FB-SQS-SUSP-ITEMS   PIC 9(9).
               10  FB-SQS-SUSP-AGE-DAYS
                                       PIC 9(9).
               10  FB-SQS-MIX          PIC 9(9) OCCURS 6 TIMES.
