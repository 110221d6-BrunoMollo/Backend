      ******************************************************************
      * FBACKREC - downstream acknowledgment record. Each receiver
      * returns one record per generation it loaded - of the single
      * FBXTFILE, or of its own file when it is on the FBXSUBS
      * subscriptions (see FBXSUBRC) - giving the generation number,
      * the detail count it received, and the hash total it
      * computed. The FBXACK step matches these against the FBXISSUE
      * issued-generation log by receiver and generation; a count or
      * hash that does not match the issued figures, a duplicate ack,
      * or an issued generation with no ack at all goes to the
      * exceptions report.
      ******************************************************************
       01  FB-ACK-RECORD.
           05  FB-ACK-RECEIVER-ID      PIC X(8).
