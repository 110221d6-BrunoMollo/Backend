      ******************************************************************
      * FBSQSREQ - request area passed to the FBSQSLOG source-quality
      * statistics subprogram. The subprogram keeps a table of counts
      * by source prefix across calls within the step:
      *   'A' - add FB-SQSQ-AMOUNT to measure FB-SQSQ-MEASURE for the
      *         source prefix of FB-SQSQ-SOURCE-KEY (first three
      *         bytes)
      *   'W' - append the step's header and one record per source
      *         to FBSQSTAT (see FBSQSREC) under FB-SQSQ-STEP-NAME,
      *         FB-SQSQ-RUN-DATE and FB-SQSQ-RUN-NUMBER, with
      *         FB-SQSQ-SNAPSHOT-SW on the header, and clear the
      *         table. Called once, as the step ends.
      * The measure numbers follow the FB-SQS-COUNT order in FBSQSREC.
      * Return codes: 00 done, 04 done but the source table was full
      * and the count went under source '***', 12 invalid function
      * or measure - nothing added, 16 FBSQSTAT could not be opened -
      * nothing written. The statistics never stop a step: callers
      * carry on whatever the return code.
      ******************************************************************
       01  FB-SQS-REQUEST.
           05  FB-SQSQ-FUNCTION        PIC X(1).
               88  FB-SQSQ-ADD         VALUE 'A'.
               88  FB-SQSQ-WRITE       VALUE 'W'.
           05  FB-SQSQ-SOURCE-KEY      PIC X(12).
           05  FB-SQSQ-MEASURE         PIC 9(2).
               88  FB-SQSQ-RECEIVED        VALUE 1.
               88  FB-SQSQ-DUPS-DROPPED    VALUE 2.
               88  FB-SQSQ-REJECT-01       VALUE 3.
               88  FB-SQSQ-REJECT-02       VALUE 4.
               88  FB-SQSQ-REJECT-03       VALUE 5.
               88  FB-SQSQ-REJECT-04       VALUE 6.
               88  FB-SQSQ-REJECT-05       VALUE 7.
               88  FB-SQSQ-FUTURE-DATED    VALUE 8.
               88  FB-SQSQ-WRITTEN-OFF     VALUE 9.
               88  FB-SQSQ-SUSP-ITEMS      VALUE 10.
               88  FB-SQSQ-SUSP-AGE-DAYS   VALUE 11.
               88  FB-SQSQ-MIX-RULE-1      VALUE 12.
               88  FB-SQSQ-MIX-RULE-2      VALUE 13.
               88  FB-SQSQ-MIX-RULE-3      VALUE 14.
               88  FB-SQSQ-MIX-OTHER       VALUE 15.
               88  FB-SQSQ-MIX-COMBINED    VALUE 16.
               88  FB-SQSQ-MIX-PLAIN       VALUE 17.
               88  FB-SQSQ-MEASURE-VALID   VALUE 1 THRU 17.
           05  FB-SQSQ-AMOUNT          PIC 9(9).
           05  FB-SQSQ-STEP-NAME       PIC X(8).
           05  FB-SQSQ-RUN-DATE        PIC 9(8).
           05  FB-SQSQ-RUN-NUMBER      PIC 9(6).
           05  FB-SQSQ-SNAPSHOT-SW     PIC X(1).
               88  FB-SQSQ-SNAPSHOT    VALUE 'Y'.
           05  FB-SQSQ-RETURN-CODE     PIC 9(2).
               88  FB-SQSQ-OK          VALUE 0.
               88  FB-SQSQ-TABLE-FULL  VALUE 4.
               88  FB-SQSQ-INVALID     VALUE 12.
               88  FB-SQSQ-FILE-ERROR  VALUE 16.
