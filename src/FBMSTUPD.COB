      *     flagged changed with the run date
      *   - master records with no activity this run carry forward
      * Duplicate keys within one run collapse to the last occurrence.
      * Every add, and every key whose class code or class text the
      * run changes, is appended to the FBCHGHST change history (see
      * FBCHGREC) with the old and new code and text.
      * The JCL renames FBMASTN over FBMASTO after a clean end, the
      * same generation-swap it uses for other master files. A missing
      * FBMASTO is treated as an empty master (initial load). Update
           SELECT FB-NEW-MAST-FILE ASSIGN TO "FBMASTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-MAST-FILE-STATUS.
           SELECT FB-CHG-HIST-FILE ASSIGN TO "FBCHGHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGHST-FILE-STATUS.
           SELECT FBMSTUPD-RPT ASSIGN TO "FBMSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
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

       FD  FB-OLD-MAST-FILE.
       COPY FBMASTER.
       FD  FB-NEW-MAST-FILE.
       01  FB-NEW-MASTER-RECORD        PIC X(58).

       FD  FB-CHG-HIST-FILE.
       COPY FBCHGREC.

       FD  FBMSTUPD-RPT.
       01  FB-RPT-LINE                 PIC X(132).

       01  WS-SORTED-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-OLD-MAST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-NEW-MAST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-CHGHST-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2) VALUE '00'.

       01  WS-OLD-MAST-EMPTY-SW        PIC X(1) VALUE 'N'.
           05 WS-TOT-CARRIED           PIC 9(9) VALUE 0.
           05 WS-TOT-DUPS-COLLAPSED    PIC 9(9) VALUE 0.
           05 WS-TOT-MAST-OUT          PIC 9(9) VALUE 0.
           05 WS-TOT-CHG-WRITTEN       PIC 9(9) VALUE 0.

       01  WS-RUN-DATE.
           05 WS-RUN-YYYY              PIC 9(4).
               CLOSE FB-SORTED-FILE
               STOP RUN
           END-IF
           OPEN EXTEND FB-CHG-HIST-FILE
           IF WS-CHGHST-FILE-STATUS NOT = '00'
               OPEN OUTPUT FB-CHG-HIST-FILE
           END-IF
           OPEN OUTPUT FBMSTUPD-RPT
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'FBMSTUPD: UNABLE TO OPEN FBMSTRPT REPORT '
               MOVE 16 TO RETURN-CODE
               CLOSE FB-SORTED-FILE
               CLOSE FB-NEW-MAST-FILE
               CLOSE FB-CHG-HIST-FILE
               STOP RUN
           END-IF.

               CLOSE FB-OLD-MAST-FILE
           END-IF
           CLOSE FB-NEW-MAST-FILE
           CLOSE FB-CHG-HIST-FILE
           CLOSE FBMSTUPD-RPT.

       READ-OLD-MASTER.
           MOVE ZEROES                 TO WS-WM-CHANGE-DATE
           PERFORM COLLAPSE-DUPLICATE-TRANS
           ADD 1 TO WS-TOT-ADDED
           MOVE 'A'                    TO FB-CHG-ACTION
           MOVE SPACE                  TO FB-CHG-OLD-CODE
           MOVE SPACES                 TO FB-CHG-OLD-TEXT
           PERFORM WRITE-CHANGE-HISTORY
           WRITE FB-NEW-MASTER-RECORD FROM WS-WORK-MASTER
           ADD 1 TO WS-TOT-MAST-OUT.

           ELSE
               MOVE 'N'                TO WS-WM-CHANGE-FLAG
           END-IF
           IF WS-WM-CLASS-CODE NOT = FB-MAST-CLASS-CODE
            OR WS-WM-CLASS-TEXT NOT = FB-MAST-CLASS-TEXT
               MOVE 'C'                TO FB-CHG-ACTION
               MOVE FB-MAST-CLASS-CODE TO FB-CHG-OLD-CODE
               MOVE FB-MAST-CLASS-TEXT TO FB-CHG-OLD-TEXT
               PERFORM WRITE-CHANGE-HISTORY
           END-IF
           ADD 1 TO WS-TOT-UPDATED
           WRITE FB-NEW-MASTER-RECORD FROM WS-WORK-MASTER
           ADD 1 TO WS-TOT-MAST-OUT
           PERFORM READ-OLD-MASTER.

      ******************************************************************
      * The caller sets the action and the old code and text; the new
      * code and text are the collapsed ones about to be written.
      ******************************************************************
       WRITE-CHANGE-HISTORY.
           MOVE WS-WM-NUMBER           TO FB-CHG-NUMBER
           MOVE WS-WM-SOURCE-KEY       TO FB-CHG-SOURCE-KEY
           MOVE WS-RUN-DATE-NUM        TO FB-CHG-RUN-DATE
           MOVE WS-RUN-NUMBER          TO FB-CHG-RUN-NUMBER
           MOVE WS-WM-CLASS-CODE       TO FB-CHG-NEW-CODE
           MOVE WS-WM-CLASS-TEXT       TO FB-CHG-NEW-TEXT
           MOVE WS-JOB-NAME            TO FB-CHG-STEP-NAME
           WRITE FB-CHANGE-HISTORY-RECORD
           ADD 1 TO WS-TOT-CHG-WRITTEN.

       COLLAPSE-DUPLICATE-TRANS.
           MOVE WS-TRAN-KEY TO WS-APPLY-KEY
           PERFORM READ-SORTED-TRANS
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'NEW MASTER RECORDS WRITTEN'   TO TL-LABEL
           MOVE WS-TOT-MAST-OUT                TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'CHANGE-HISTORY RECORDS WRITTEN' TO TL-LABEL
           MOVE WS-TOT-CHG-WRITTEN             TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE.
