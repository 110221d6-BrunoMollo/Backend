      * against this log and rewrites it with only the generations
      * still outstanding, so a generation a receiver never confirms
      * is chased the next morning instead of a week later.
      * With receiver subscriptions (see FBXSUBRC) each receiver's
      * file is logged separately under the receiver's own
      * generation sequence, and FB-XIS-RECEIVER-ID names it; the
      * single FBXTFILE shipped without subscriptions is logged with
      * a blank receiver ID and is acknowledged by any receiver.
      * FB-XIS-FEED is 'F' full refresh or 'D' delta.
      ******************************************************************
       01  FB-XISSUE-RECORD.
           05  FB-XIS-GENERATION       PIC 9(6).
           05  FB-XIS-RUN-NUMBER       PIC 9(6).
           05  FB-XIS-RECORD-COUNT     PIC 9(9).
           05  FB-XIS-HASH-TOTAL       PIC 9(18).
           05  FB-XIS-RECEIVER-ID      PIC X(8).
               88  FB-XIS-ALL-RECEIVERS
                                       VALUE SPACES.
           05  FB-XIS-FEED             PIC X(1).
               88  FB-XIS-FULL         VALUE 'F' ' '.
               88  FB-XIS-DELTA        VALUE 'D'.
