      ******************************************************************
      * FBXSUBRC - receiver subscription record. One record on the
      * FBXSUBS control file for every downstream receiver, keyed by
      * the same receiver ID the receiver returns on FB-ACK-RECEIVER-
      * ID (see FBACKREC). When FBXSUBS is present FBXTRACT builds a
      * separate interface file for each receiver instead of the one
      * FBXTFILE, with its own generation sequence on FBXGEN and its
      * own certification count and hash, written to the output DD
      * FBXRCVnn named by FB-XSUB-SLOT (01-10):
      *   FB-XSUB-FORMAT  'F' fixed, 'D' comma delimited with
      *                   trailing blanks trimmed
      *   FB-XSUB-FEED    'F' full refresh - the run's FBOUTPUT in
      *                   the FBXIFACE layouts; 'D' delta - the
      *                   FBDELTA FBDLFILE adds and changes in the
      *                   FBDIFACE layouts
      *   FB-XSUB-CLASS-CODES  the FB-CLASS-CODE values wanted, one
      *                   per byte in any order ('1'-'9', 'C', 'N');
      *                   all blank takes every class
      *   FB-XSUB-PREFIX  up to 8 source-key prefixes, each matched
      *                   for its length up to its first trailing
      *                   blank; all blank takes every source
      * A record must pass both the class and the prefix test to go
      * to the receiver. The tests are made by the shared FBXSUBMT
      * subprogram so the extract and the FBBKOUT replacement select
      * exactly the same records.
      ******************************************************************
       01  FB-XSUB-RECORD.
           05  FB-XSUB-RECEIVER-ID     PIC X(8).
           05  FB-XSUB-SLOT            PIC 9(2).
           05  FB-XSUB-FORMAT          PIC X(1).
               88  FB-XSUB-FIXED       VALUE 'F'.
               88  FB-XSUB-DELIMITED   VALUE 'D'.
           05  FB-XSUB-FEED            PIC X(1).
               88  FB-XSUB-FULL        VALUE 'F'.
               88  FB-XSUB-DELTA       VALUE 'D'.
           05  FB-XSUB-CLASS-CODES     PIC X(10).
           05  FB-XSUB-PREFIXES.
               10  FB-XSUB-PREFIX      PIC X(6) OCCURS 8 TIMES.
