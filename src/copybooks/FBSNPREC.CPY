      ******************************************************************
      * FBSNPREC - month-end snapshot of the classification master,
      * taken by the FBMSTCLS period-close step once the month's last
      * nightly stream has run. FBMASTER itself is rewritten every
      * night through the FBMASTO/FBMASTN generation swap, so once
      * the generations roll off the snapshot is the only record of
      * what the master held at a month end; the JCL dates each
      * month's snapshot dataset and audit keeps them, the way
      * FBHSTPRG's FBHARCH archives are kept. Same proof-of-
      * completeness convention as FBXIFACE: exactly one header
      * carrying the period (YYYYMM), its last day and when the
      * snapshot was taken; one detail per master record, the
      * FB-MASTER-RECORD image as it stood, in master key order; and
      * one trailer whose count must equal the details and whose hash
      * must equal the sum of the detail FB-SNAP-NUMBER values
      * (modulo 10**18).
      ******************************************************************
       01  FB-SNAPSHOT-RECORD.
           05  FB-SNAP-RECORD-TYPE     PIC X(1).
               88  FB-SNAP-HEADER      VALUE 'H'.
               88  FB-SNAP-DETAIL      VALUE 'D'.
               88  FB-SNAP-TRAILER     VALUE 'T'.
           05  FB-SNAP-MASTER.
               10  FB-SNAP-KEY.
                   15  FB-SNAP-NUMBER  PIC 9(9).
                   15  FB-SNAP-SOURCE-KEY
                                       PIC X(12).
               10  FB-SNAP-CLASS-CODE  PIC X(1).
               10  FB-SNAP-CLASS-TEXT  PIC X(10).
               10  FB-SNAP-FIRST-DATE  PIC 9(8).
               10  FB-SNAP-LAST-DATE   PIC 9(8).
               10  FB-SNAP-PRIOR-CODE  PIC X(1).
               10  FB-SNAP-CHANGE-FLAG PIC X(1).
               10  FB-SNAP-CHANGE-DATE PIC 9(8).
           05  FB-SNAP-HEADER-DATA REDEFINES FB-SNAP-MASTER.
               10  FB-SNAP-PERIOD      PIC 9(6).
               10  FB-SNAP-PERIOD-END  PIC 9(8).
               10  FB-SNAP-TAKEN-DATE  PIC 9(8).
               10  FB-SNAP-TAKEN-TIME  PIC 9(8).
               10  FILLER              PIC X(28).
           05  FB-SNAP-TRAILER-DATA REDEFINES FB-SNAP-MASTER.
               10  FB-SNAP-RECORD-COUNT
                                       PIC 9(9).
               10  FB-SNAP-HASH-TOTAL  PIC 9(18).
               10  FILLER              PIC X(31).
