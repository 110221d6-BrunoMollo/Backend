           05  FB-SORT-CLASS-TEXT      PIC X(10).
           05  FB-SORT-SOURCE-KEY      PIC X(12).
           05  FB-SORT-RUN-NUMBER      PIC 9(6).
           05  FB-SORT-RULE-VERSION    PIC 9(8).

       FD  FB-SORTED-FILE.
       01  FB-SORTED-RECORD.
           05  FB-SRTD-CLASS-TEXT      PIC X(10).
           05  FB-SRTD-SOURCE-KEY      PIC X(12).
           05  FB-SRTD-RUN-NUMBER      PIC 9(6).
           05  FB-SRTD-RULE-VERSION    PIC 9(8).

       FD  FB-NEW-MAST-FILE.
       COPY FBMASTER.
