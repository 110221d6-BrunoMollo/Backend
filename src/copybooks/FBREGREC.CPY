      ******************************************************************
      * FBREGREC - transaction-ID register record. The register is the
      * permanent list of every FB-TRANS-ID the stream has accepted
      * into FBVALID, with the source key it arrived under and the run
      * number and date that accepted it, so a source system's resend
      * or replay of a feed already classified is caught on any later
      * day, not only within one night's FBMERGE. FBEDIT reads
      * yesterday's register (FBTREGI), checks every record that
      * passes its edits against it, and writes the register forward
      * (FBTREGO) in FB-TRANS-ID order with the IDs it accepted added;
      * FBSUSDSP appends the suspense items it force-releases. An ID
      * re-accepted under an FBDUPPRM reissue override gets a second
      * entry flagged 'Y', so every acceptance of the ID stays on file.
      ******************************************************************
       01  FB-REGISTER-RECORD.
           05  FB-REG-TRANS-ID         PIC 9(9).
           05  FB-REG-SOURCE-KEY       PIC X(12).
           05  FB-REG-RUN-NUMBER       PIC 9(6).
           05  FB-REG-RUN-DATE         PIC 9(8).
           05  FB-REG-REISSUE-SW       PIC X(1).
               88  FB-REG-REISSUED     VALUE 'Y'.
           05  FB-REG-STEP-NAME        PIC X(8).
