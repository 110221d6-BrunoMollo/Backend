      *   02 - FB-TRANS-KEY blank
      *   03 - FB-TRANS-DATE not a valid calendar date
      *   04 - FB-TRANS-DATE more than the allowed days old
      *   05 - FB-TRANS-ID already accepted by an earlier run, or
      *        earlier in this run (see FBREGREC); never suspended
      ******************************************************************
       01  FB-REJECT-RECORD.
           05  FB-REJ-TRANS-DATA       PIC X(39).
