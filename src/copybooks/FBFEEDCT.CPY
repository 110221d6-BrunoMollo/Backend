      ******************************************************************
      * FBFEEDCT - inbound source-feed control records. Every feed a
      * source system delivers on FBTRAN1, FBTRAN2 or FBTRAN3 is
      * framed by exactly one header (first record) and one trailer
      * (last record) in the FBTRANIN record length, so FBMERGE can
      * prove the feed arrived whole before consolidating it:
      *   header  - 'HDR', the sending source ID, the business date
      *             the feed covers, and the feed sequence number,
      *             one higher for every feed the source sends
      *   trailer - 'TRL', the count of detail (FBTRANIN) records
      *             between header and trailer, and a hash total of
      *             their FB-TRANS-ID values (modulo 10**18, the same
      *             convention as the FBXIFACE and FBDIFACE feeds)
      * A detail record's FB-TRANS-ID is numeric, so a record starting
      * 'HDR' or 'TRL' can never be mistaken for a transaction.
      ******************************************************************
       01  FB-FEED-HEADER-RECORD.
           05  FB-FHDR-RECORD-ID       PIC X(3).
               88  FB-FHDR-TYPE        VALUE 'HDR'.
           05  FB-FHDR-SOURCE-ID       PIC X(8).
           05  FB-FHDR-BUSINESS-DATE   PIC 9(8).
           05  FB-FHDR-SEQUENCE        PIC 9(6).
           05  FILLER                  PIC X(14).

       01  FB-FEED-TRAILER-RECORD.
           05  FB-FTRL-RECORD-ID       PIC X(3).
               88  FB-FTRL-TYPE        VALUE 'TRL'.
           05  FB-FTRL-RECORD-COUNT    PIC 9(9).
           05  FB-FTRL-HASH-TOTAL      PIC 9(18).
           05  FILLER                  PIC X(9).
