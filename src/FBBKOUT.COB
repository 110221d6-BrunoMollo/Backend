      *     is dropped; a record the run CHANGED (change flag with
      *     the run date) has its class code restored from
      *     FB-MAST-PRIOR-CODE, with the class text rebuilt from the
      *     rule-table version in force today (its effective date is
      *     carried on the backout's audit record); a record the run
      *     merely touched
      *     carries forward. The prior last-classified date is not
      *     recoverable and is left as the reversed run stamped it.
      *     Every key restored or dropped is appended to the FBCHGHST
      *     change history (see FBCHGREC) as a reversal, action 'R'.
      *     Every FBOUTPUT record is checked to carry the run number
      *     being reversed BEFORE anything is purged, consumed, or
      *     written, so mounting the wrong dataset stops the step
      *     shipped the original in. The bad generation is
      *     retired from FBXISSUE and the replacement logged in its
      *     place for acknowledgment chasing.
      *   - with receiver subscriptions (see FBXSUBRC) the run went
      *     out in one file per receiver; every full-refresh
      *     receiver file issued for the run is superseded the same
      *     way, under the receiver's next generation, on its
      *     FBXRCVnn DD, cut down by the receiver's subscription
      *     (the shared FBXSUBMT test) and in its format. A delta
      *     receiver's file, or one for a receiver no longer
      *     subscribed for a full refresh, cannot be superseded
      *     here: it stays on FBXISSUE and is reported for the
      *     receiver to be put right by hand, with a warning.
      * The JCL renames FBMASTN over FBMASTO after a clean end, the
      * same generation-swap FBMSTUPD uses. Backout report on
      * FBBKORPT. Return codes: 00 clean, 04 reversed with warnings
      * (no history record found, keys missing from the master, the
      * current rules disagree with a stored prior code, or a
      * receiver file not superseded), 16 bad
      * card, audit record not found, wrong FBOUTPUT dataset, an
      * FBRULES deck that fails the rule-table edits, an FBXSUBS
      * subscription that fails the FBXTRACT edits, or open failure.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FB-NEW-MAST-FILE ASSIGN TO "FBMASTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-MAST-FILE-STATUS.
           SELECT FB-CHG-HIST-FILE ASSIGN TO "FBCHGHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGHST-FILE-STATUS.
           SELECT FB-XISSUE-FILE ASSIGN TO "FBXISSUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XISSUE-FILE-STATUS.
           SELECT FB-XTRACT-FILE ASSIGN TO "FBXTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XTRACT-FILE-STATUS.
           SELECT FB-XSUBS-FILE ASSIGN TO "FBXSUBS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XSUBS-FILE-STATUS.
           SELECT FB-XRCV01-FILE ASSIGN TO "FBXRCV01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRCV-FILE-STATUS.
           SELECT FB-XRCV02-FILE ASSIGN TO "FBXRCV02"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRCV-FILE-STATUS.
           SELECT FB-XRCV03-FILE ASSIGN TO "FBXRCV03"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRCV-FILE-STATUS.
           SELECT FB-XRCV04-FILE ASSIGN TO "FBXRCV04"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRCV-FILE-STATUS.
           SELECT FB-XRCV05-FILE ASSIGN TO "FBXRCV05"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRCV-FILE-STATUS.
           SELECT FB-XRCV06-FILE ASSIGN TO "FBXRCV06"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRCV-FILE-STATUS.
           SELECT FB-XRCV07-FILE ASSIGN TO "FBXRCV07"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRCV-FILE-STATUS.
           SELECT FB-XRCV08-FILE ASSIGN TO "FBXRCV08"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRCV-FILE-STATUS.
           SELECT FB-XRCV09-FILE ASSIGN TO "FBXRCV09"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRCV-FILE-STATUS.
           SELECT FB-XRCV10-FILE ASSIGN TO "FBXRCV10"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRCV-FILE-STATUS.
           SELECT FBBKOUT-RPT ASSIGN TO "FBBKORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       01  FB-RULE-RECORD.
           05  FB-RULE-IN-DIVISOR      PIC 9(4).
           05  FB-RULE-IN-LABEL        PIC X(10).
           05  FB-RULE-IN-EFF-DATE     PIC 9(8).

       FD  FB-PARM-FILE.
       COPY FBPARM.
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

       FD  FB-XISSUE-FILE.
       COPY FBXISREC.

       FD  FB-XGEN-FILE.
       01  FB-XGEN-RECORD.
           05  FB-XGEN-NUMBER          PIC 9(6).
           05  FB-XGEN-RECEIVER-ID     PIC X(8).

       FD  FB-XPARM-FILE.
       01  FB-XPARM-RECORD.
       FD  FB-XTRACT-FILE.
       01  FB-XTRACT-RECORD            PIC X(50).

       FD  FB-XSUBS-FILE.
       COPY FBXSUBRC.

       FD  FB-XRCV01-FILE.
       01  FB-XRCV01-RECORD            PIC X(50).

       FD  FB-XRCV02-FILE.
       01  FB-XRCV02-RECORD            PIC X(50).

       FD  FB-XRCV03-FILE.
       01  FB-XRCV03-RECORD            PIC X(50).

       FD  FB-XRCV04-FILE.
       01  FB-XRCV04-RECORD            PIC X(50).

       FD  FB-XRCV05-FILE.
       01  FB-XRCV05-RECORD            PIC X(50).

       FD  FB-XRCV06-FILE.
       01  FB-XRCV06-RECORD            PIC X(50).

       FD  FB-XRCV07-FILE.
       01  FB-XRCV07-RECORD            PIC X(50).

       FD  FB-XRCV08-FILE.
       01  FB-XRCV08-RECORD            PIC X(50).

       FD  FB-XRCV09-FILE.
       01  FB-XRCV09-RECORD            PIC X(50).

       FD  FB-XRCV10-FILE.
       01  FB-XRCV10-RECORD            PIC X(50).

       FD  FBBKOUT-RPT.
       01  FB-RPT-LINE                 PIC X(132).

       01  WS-SORTED-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-OLD-MAST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-NEW-MAST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-CHGHST-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-XISSUE-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-XGEN-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-XPARM-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-XTRACT-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-XSUBS-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-XRCV-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2) VALUE '00'.

       01  WS-AUDIT-EOF-SW             PIC X(1) VALUE 'N'.
           88  WS-HIST-EOF             VALUE 'Y'.
       01  WS-RULE-EOF-SW              PIC X(1) VALUE 'N'.
           88  WS-RULE-EOF             VALUE 'Y'.
       01  WS-RULE-OVERFLOW-SW         PIC X(1) VALUE 'N'.
           88  WS-RULE-OVERFLOW        VALUE 'Y'.
       01  WS-RULE-VER-OVERFLOW-SW     PIC X(1) VALUE 'N'.
           88  WS-RULE-VER-OVERFLOW    VALUE 'Y'.
       01  WS-RULE-SEQ-ERROR-SW        PIC X(1) VALUE 'N'.
           88  WS-RULE-SEQ-ERROR       VALUE 'Y'.
       01  WS-RULES-INVALID-SW         PIC X(1) VALUE 'N'.
           88  WS-RULES-INVALID        VALUE 'Y'.
       01  WS-XISSUE-EOF-SW            PIC X(1) VALUE 'N'.
           88  WS-XISSUE-EOF           VALUE 'Y'.
       01  WS-XSUBS-EOF-SW             PIC X(1) VALUE 'N'.
           88  WS-XSUBS-EOF            VALUE 'Y'.
       01  WS-SUB-ERROR-SW             PIC X(1) VALUE 'N'.
           88  WS-SUB-ERRORS           VALUE 'Y'.
       01  WS-XGEN-EOF-SW              PIC X(1) VALUE 'N'.
           88  WS-XGEN-EOF             VALUE 'Y'.
       01  WS-VERIFY-EOF-SW            PIC X(1) VALUE 'N'.
           88  WS-VERIFY-EOF           VALUE 'Y'.
       01  WS-MAST-EOF-SW              PIC X(1) VALUE 'N'.
       01  WS-REPLACING-SW             PIC X(1) VALUE 'N'.
           88  WS-REPLACING            VALUE 'Y'.

       01  WS-MATCH-SW                 PIC X(1) VALUE 'N'.
           88  WS-RECEIVER-MATCH       VALUE 'Y'.

       01  WS-WARNING-SW               PIC X(1) VALUE 'N'.
           88  WS-WARNINGS-PRESENT     VALUE 'Y'.

           05  WS-TGT-CKPT-INTERVAL    PIC 9(6).

       01  WS-RULE-X                   PIC 9(2) VALUE 0.
       01  WS-RULE-IN-DATE             PIC 9(8) VALUE 0.
       01  WS-RULE-AS-OF-DATE          PIC 9(8) VALUE 0.
       01  WS-VER-X                    PIC 9(2) VALUE 0.
       01  WS-PEDIT-X                  PIC 9(2) VALUE 0.

       COPY FBRULVER.

       COPY FBRULTAB.

       COPY FBPEDIT.

       01  WS-CLASS-CODE               PIC X(1).
       01  WS-CLASS-TEXT               PIC X(10).
       01  WS-CLASS-NUMBER             PIC 9(9) VALUE 0.
       01  WS-ISSUE-X                  PIC 9(4) VALUE 0.
       01  WS-ISSUE-TABLE.
           05  WS-ISSUE-ENTRY OCCURS 1000 TIMES
                                       PIC X(56).

      ******************************************************************
      * The files issued for the reversed run that are superseded:
      * slot 0 the single FBXTFILE, slots 1-10 the receiver files
      * FBXRCV01-FBXRCV10. The writers work on the current one's
      * generations, format and running count and hash below, which
      * SELECT-REPLACEMENT brings in and SAVE-REPLACEMENT-TOTALS puts
      * back.
      ******************************************************************
       01  WS-REPL-MAX                 PIC 9(2) VALUE 11.
       01  WS-REPL-COUNT               PIC 9(2) VALUE 0.
       01  WS-REPL-X                   PIC 9(2) VALUE 0.
       01  WS-REPL-TABLE.
           05  WS-REPL-ENTRY OCCURS 11 TIMES.
               10  WS-REPL-RECEIVER-ID PIC X(8).
               10  WS-REPL-SUB-RECORD  PIC X(70).
               10  WS-REPL-SLOT        PIC 9(2).
               10  WS-REPL-FORMAT      PIC X(1).
               10  WS-REPL-OLD-GEN     PIC 9(6).
               10  WS-REPL-NEW-GEN     PIC 9(6).
               10  WS-REPL-DETAILS     PIC 9(9).
               10  WS-REPL-HASH        PIC 9(18).

      ******************************************************************
      * Receiver files issued for the reversed run that could not be
      * superseded, for the report.
      ******************************************************************
       01  WS-NOREP-MAX                PIC 9(2) VALUE 20.
       01  WS-NOREP-COUNT              PIC 9(2) VALUE 0.
       01  WS-NOREP-X                  PIC 9(2) VALUE 0.
       01  WS-NOREP-TABLE.
           05  WS-NOREP-ENTRY OCCURS 20 TIMES.
               10  WS-NOREP-RECEIVER-ID
                                       PIC X(8).
               10  WS-NOREP-GENERATION PIC 9(6).
               10  WS-NOREP-REASON     PIC X(30).

       01  WS-SUB-MAX                  PIC 9(2) VALUE 10.
       01  WS-SUB-COUNT                PIC 9(2) VALUE 0.
       01  WS-SUB-X                    PIC 9(2) VALUE 0.
       01  WS-SUB-HIT-X                PIC 9(2) VALUE 0.
       01  WS-SUB-CHK-X                PIC 9(2) VALUE 0.
       01  WS-SUB-TABLE.
           05  WS-SUB-ENTRY OCCURS 10 TIMES.
               10  WS-SUB-RECORD       PIC X(70).
               10  WS-SUB-RECEIVER-ID  PIC X(8).
               10  WS-SUB-SLOT         PIC 9(2).
               10  WS-SUB-FORMAT       PIC X(1).
               10  WS-SUB-FEED         PIC X(1).
                   88  WS-SUB-FULL     VALUE 'F'.

       01  WS-GEN-MAX                  PIC 9(3) VALUE 100.
       01  WS-GEN-COUNT                PIC 9(3) VALUE 0.
       01  WS-GEN-X                    PIC 9(3) VALUE 0.
       01  WS-GEN-HIT-X                PIC 9(3) VALUE 0.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY OCCURS 100 TIMES.
               10  WS-GEN-NUMBER       PIC 9(6).
               10  WS-GEN-RECEIVER     PIC X(8).

       01  WS-OUT-SLOT                 PIC 9(2) VALUE 0.
       01  WS-OUT-LINE                 PIC X(50) VALUE SPACES.

       01  WS-OLD-GENERATION           PIC 9(6) VALUE 0.
       01  WS-NEW-GENERATION           PIC 9(6) VALUE 0.
       01  WS-DETAIL-COUNT             PIC 9(9) VALUE 0.
       01  WS-HASH-TOTAL               PIC 9(18) VALUE 0.
       01  WS-TOT-REPL-DETAILS         PIC 9(9) VALUE 0.
       01  WS-VERIFY-COUNT             PIC 9(9) VALUE 0.

       01  WS-FORMAT-FLAG              PIC X(1) VALUE 'F'.
           05 WS-TOT-NOT-ON-MAST       PIC 9(9) VALUE 0.
           05 WS-TOT-CODE-MISMATCH     PIC 9(9) VALUE 0.
           05 WS-TOT-MAST-OUT          PIC 9(9) VALUE 0.
           05 WS-TOT-CHG-WRITTEN       PIC 9(9) VALUE 0.

       01  WS-FINAL-RC                 PIC 9(2) VALUE 0.
       01  WS-START-TIME               PIC 9(8) VALUE 0.
               ' REPLACED BY GEN'.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 GN-NEW-GEN               PIC 9(6).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 GN-RECEIVER-TAG          PIC X(9).
           05 GN-RECEIVER-ID           PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 GN-DETAILS               PIC Z(8)9.
           05 FILLER                   PIC X(8)  VALUE ' DETAILS'.

       01  RPT-NOREP-LINE.
           05 FILLER                   PIC X(22) VALUE
               'NOT SUPERSEDED:'.
           05 NR-GENERATION            PIC 9(6).
           05 FILLER                   PIC X(11) VALUE
               ' RECEIVER '.
           05 NR-RECEIVER-ID           PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 NR-REASON                PIC X(30).

       01  RPT-NOGEN-LINE.
           05 FILLER                   PIC X(50) VALUE
           ACCEPT WS-START-TIME FROM TIME
           PERFORM READ-BACKOUT-PARM
           PERFORM VERIFY-OUTPUT-DATASET
           PERFORM LOAD-SUBSCRIPTIONS
           PERFORM BUILD-RULE-TABLE
           PERFORM NEXT-RUN-NUMBER
           PERFORM FIND-TARGET-AUDIT
           PERFORM OPEN-REPORT
           PERFORM PURGE-HISTORY-RECORD
           PERFORM OPEN-MERGE-FILES
           IF WS-REPLACING
               PERFORM NEXT-GENERATION-NUMBER
               PERFORM VARYING WS-REPL-X FROM 1 BY 1
                       UNTIL WS-REPL-X > WS-REPL-COUNT
                   PERFORM SELECT-REPLACEMENT
                   PERFORM WRITE-REPLACE-HEADER
               END-PERFORM
           END-IF
           PERFORM READ-OLD-MASTER
           PERFORM READ-SORTED-TRANS
               END-EVALUATE
           END-PERFORM
           IF WS-REPLACING
               PERFORM VARYING WS-REPL-X FROM 1 BY 1
                       UNTIL WS-REPL-X > WS-REPL-COUNT
                   PERFORM SELECT-REPLACEMENT
                   PERFORM WRITE-REPLACE-TRAILER
                   ADD WS-DETAIL-COUNT TO WS-TOT-REPL-DETAILS
               END-PERFORM
               PERFORM REWRITE-ISSUE-LOG
           END-IF
           PERFORM CLOSE-MERGE-FILES
                   'F OR D'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-REPL-X FROM 1 BY 1
                   UNTIL WS-REPL-X > WS-REPL-COUNT
               IF WS-REPL-SLOT(WS-REPL-X) = 0
                   MOVE WS-FORMAT-FLAG TO WS-REPL-FORMAT(WS-REPL-X)
               END-IF
           END-PERFORM.

      ******************************************************************
      * The FBXSUBS receiver subscriptions, as FBXTRACT used them, so
      * a receiver's replacement goes to the same FBXRCVnn DD, in the
      * same format, cut down the same way as its original. No file
      * means no subscriptions. Read before anything is touched, and
      * held to the edits FBXTRACT makes on it - a subscription
      * FBXTRACT would refuse stops the backout before the run number
      * is taken or any output opened.
      ******************************************************************
       LOAD-SUBSCRIPTIONS.
           OPEN INPUT FB-XSUBS-FILE
           IF WS-XSUBS-FILE-STATUS NOT = '35'
               IF WS-XSUBS-FILE-STATUS NOT = '00'
                   DISPLAY 'FBBKOUT: UNABLE TO OPEN FBXSUBS '
                       'SUBSCRIPTION FILE, STATUS='
                       WS-XSUBS-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-XSUBS-EOF
                   READ FB-XSUBS-FILE
                       AT END
                           SET WS-XSUBS-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-SUBSCRIPTION-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FB-XSUBS-FILE
           END-IF
           IF WS-SUB-ERRORS
               DISPLAY 'FBBKOUT: FBXSUBS SUBSCRIPTION ERRORS - '
                   'NOTHING BACKED OUT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-SUBSCRIPTION-ENTRY.
           IF WS-SUB-COUNT >= WS-SUB-MAX
               DISPLAY 'FBBKOUT: MORE THAN ' WS-SUB-MAX
                   ' FBXSUBS RECEIVERS'
               MOVE 16 TO RETURN-CODE
               CLOSE FB-XSUBS-FILE
               STOP RUN
           END-IF
           ADD 1 TO WS-SUB-COUNT
           MOVE FB-XSUB-RECORD      TO WS-SUB-RECORD(WS-SUB-COUNT)
           MOVE FB-XSUB-RECEIVER-ID TO WS-SUB-RECEIVER-ID(WS-SUB-COUNT)
           MOVE FB-XSUB-FORMAT      TO WS-SUB-FORMAT(WS-SUB-COUNT)
           MOVE FB-XSUB-FEED        TO WS-SUB-FEED(WS-SUB-COUNT)
           IF FB-XSUB-SLOT NUMERIC
               MOVE FB-XSUB-SLOT TO WS-SUB-SLOT(WS-SUB-COUNT)
           ELSE
               MOVE 0 TO WS-SUB-SLOT(WS-SUB-COUNT)
           END-IF
           PERFORM EDIT-SUBSCRIPTION.

      ******************************************************************
      * The same edits FBXTRACT EDIT-SUBSCRIPTION makes.
      ******************************************************************
       EDIT-SUBSCRIPTION.
           IF FB-XSUB-RECEIVER-ID = SPACES
               DISPLAY 'FBBKOUT: FBXSUBS RECORD ' WS-SUB-COUNT
                   ' HAS NO RECEIVER ID'
               SET WS-SUB-ERRORS TO TRUE
           END-IF
           IF WS-SUB-SLOT(WS-SUB-COUNT) < 1
            OR WS-SUB-SLOT(WS-SUB-COUNT) > WS-SUB-MAX
               DISPLAY 'FBBKOUT: FBXSUBS RECEIVER '
                   FB-XSUB-RECEIVER-ID ' OUTPUT SLOT MUST BE 01-10'
               SET WS-SUB-ERRORS TO TRUE
           END-IF
           IF NOT FB-XSUB-FIXED AND NOT FB-XSUB-DELIMITED
               DISPLAY 'FBBKOUT: FBXSUBS RECEIVER '
                   FB-XSUB-RECEIVER-ID ' FORMAT MUST BE F OR D'
               SET WS-SUB-ERRORS TO TRUE
           END-IF
           IF NOT FB-XSUB-FULL AND NOT FB-XSUB-DELTA
               DISPLAY 'FBBKOUT: FBXSUBS RECEIVER '
                   FB-XSUB-RECEIVER-ID ' FEED MUST BE F (FULL) '
                   'OR D (DELTA)'
               SET WS-SUB-ERRORS TO TRUE
           END-IF
           PERFORM VARYING WS-SUB-CHK-X FROM 1 BY 1
                   UNTIL WS-SUB-CHK-X >= WS-SUB-COUNT
               IF WS-SUB-RECEIVER-ID(WS-SUB-CHK-X) =
                  FB-XSUB-RECEIVER-ID
                   DISPLAY 'FBBKOUT: FBXSUBS RECEIVER '
                       FB-XSUB-RECEIVER-ID ' IS SUBSCRIBED TWICE'
                   SET WS-SUB-ERRORS TO TRUE
               END-IF
               IF WS-SUB-SLOT(WS-SUB-CHK-X) =
                  WS-SUB-SLOT(WS-SUB-COUNT)
                   DISPLAY 'FBBKOUT: FBXSUBS RECEIVER '
                       FB-XSUB-RECEIVER-ID ' SHARES OUTPUT SLOT '
                       FB-XSUB-SLOT ' WITH '
                       WS-SUB-RECEIVER-ID(WS-SUB-CHK-X)
                   SET WS-SUB-ERRORS TO TRUE
               END-IF
           END-PERFORM.

      ******************************************************************
      * The backout is an execution in its own right and gets the
      * next run/cycle number from FBRUNNO, the same single-record
      ******************************************************************
      * The current (restored) rule table rebuilds the class text
      * for prior codes: FBRULES with the FBPARM divisor pairs as
      * the fallback, the same versions FIZZBUZZ builds, with the
      * version in force on the backout's run date selected by the
      * shared FBRULSEL subprogram. The whole file is held to the
      * checks FIZZBUZZ makes on it first, so a deck FIZZBUZZ would
      * refuse can never rewrite the master here.
      ******************************************************************
       BUILD-RULE-TABLE.
           INITIALIZE FB-RULE-VERSION-TABLE
           OPEN INPUT FB-RULE-FILE
           IF WS-RULE-FILE-STATUS = '00'
               PERFORM UNTIL WS-RULE-EOF
                       AT END
                           SET WS-RULE-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-RULE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FB-RULE-FILE
               DISPLAY 'FBBKOUT: NO FBRULES RULE TABLE - USING '
                   'FBPARM DIVISOR PAIRS'
           END-IF
           IF FB-RVT-COUNT = 0
               PERFORM READ-PARM-CARD
               MOVE 1                 TO FB-RVT-COUNT
               MOVE ZEROES            TO FB-RVT-EFF-DATE(1)
               MOVE 2                 TO FB-RVT-RULE-COUNT(1)
               MOVE FB-DIVISOR-1      TO FB-RVT-DIVISOR(1, 1)
               MOVE FB-LABEL-1        TO FB-RVT-LABEL(1, 1)
               MOVE FB-DIVISOR-2      TO FB-RVT-DIVISOR(1, 2)
               MOVE FB-LABEL-2        TO FB-RVT-LABEL(1, 2)
               MOVE FB-COMBINED-LABEL TO FB-RVT-COMBINED-LABEL(1)
           END-IF
           PERFORM VALIDATE-RULES
           CALL 'FBRULSEL' USING FB-RULE-VERSION-TABLE,
               WS-RUN-DATE-NUM, FB-RULE-TABLE
           END-CALL.

      ******************************************************************
      * A record whose effective date differs from the record before
      * it starts a new version. Records written before versions were
      * introduced carry no date and load as version zero.
      ******************************************************************
       LOAD-RULE-ENTRY.
           IF FB-RULE-IN-EFF-DATE NUMERIC
               MOVE FB-RULE-IN-EFF-DATE TO WS-RULE-IN-DATE
           ELSE
               MOVE ZEROES TO WS-RULE-IN-DATE
           END-IF
           IF FB-RVT-COUNT = 0
               PERFORM START-RULE-VERSION
           ELSE
               IF WS-RULE-IN-DATE NOT = FB-RVT-EFF-DATE(FB-RVT-COUNT)
                   PERFORM START-RULE-VERSION
               END-IF
           END-IF
           IF NOT WS-RULE-VER-OVERFLOW
               IF FB-RVT-RULE-COUNT(FB-RVT-COUNT) >= 9
                   SET WS-RULE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO FB-RVT-RULE-COUNT(FB-RVT-COUNT)
                   MOVE FB-RULE-IN-DIVISOR
                       TO FB-RVT-DIVISOR(FB-RVT-COUNT,
                              FB-RVT-RULE-COUNT(FB-RVT-COUNT))
                   MOVE FB-RULE-IN-LABEL
                       TO FB-RVT-LABEL(FB-RVT-COUNT,
                              FB-RVT-RULE-COUNT(FB-RVT-COUNT))
               END-IF
           END-IF.

       START-RULE-VERSION.
           IF FB-RVT-COUNT >= 10
               SET WS-RULE-VER-OVERFLOW TO TRUE
           ELSE
               IF FB-RVT-COUNT > 0
                   IF WS-RULE-IN-DATE < FB-RVT-EFF-DATE(FB-RVT-COUNT)
                       SET WS-RULE-SEQ-ERROR TO TRUE
                   END-IF
               END-IF
               ADD 1 TO FB-RVT-COUNT
               MOVE WS-RULE-IN-DATE TO FB-RVT-EFF-DATE(FB-RVT-COUNT)
           END-IF.

      ******************************************************************
      * Every version on the file is edited, not just the one in force
      * on the run date, the same as FIZZBUZZ VALIDATE-RULES. The run
      * number has not been taken and nothing has been opened for
      * output yet, so a bad deck stops the back-out clean.
      ******************************************************************
       VALIDATE-RULES.
           IF WS-RULE-OVERFLOW
               SET WS-RULES-INVALID TO TRUE
               DISPLAY 'FBBKOUT: FBRULES HAS MORE THAN 9 RULES IN '
                   'ONE VERSION'
           END-IF
           IF WS-RULE-VER-OVERFLOW
               SET WS-RULES-INVALID TO TRUE
               DISPLAY 'FBBKOUT: FBRULES HAS MORE THAN 10 VERSIONS'
           END-IF
           IF WS-RULE-SEQ-ERROR
               SET WS-RULES-INVALID TO TRUE
               DISPLAY 'FBBKOUT: FBRULES VERSIONS NOT IN EFFECTIVE-'
                   'DATE ORDER'
           END-IF
           PERFORM VARYING WS-VER-X FROM 1 BY 1
                   UNTIL WS-VER-X > FB-RVT-COUNT
               MOVE FB-RVT-EFF-DATE(WS-VER-X) TO WS-RULE-AS-OF-DATE
               CALL 'FBRULSEL' USING FB-RULE-VERSION-TABLE,
                   WS-RULE-AS-OF-DATE, FB-RULE-TABLE
               END-CALL
               CALL 'FBRULEVL' USING FB-RULE-TABLE,
                   FB-PARM-EDIT-RESULT
               END-CALL
               IF FB-PEDIT-ERROR-COUNT > 0
                   SET WS-RULES-INVALID TO TRUE
                   DISPLAY 'FBBKOUT: RULE VERSION EFFECTIVE '
                       FB-RVT-EFF-DATE(WS-VER-X) ' FAILED EDIT'
                   PERFORM VARYING WS-PEDIT-X FROM 1 BY 1
                           UNTIL WS-PEDIT-X > FB-PEDIT-ERROR-COUNT
                              OR WS-PEDIT-X > 8
                       DISPLAY 'FBBKOUT: '
                           FB-PEDIT-MESSAGE(WS-PEDIT-X)
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-RULES-INVALID
               DISPLAY 'FBBKOUT: FBRULES REJECTED - NOTHING BACKED OUT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-PARM-CARD.
      ******************************************************************
      * The audit trail proves which card drove the run; the last
      * record for the run number wins (a rerun under the same
      * number would be newest). Change-control records ('K') the
      * run wrote are not run records and are passed over. Without an
      * audit record there is nothing trustworthy to reverse against.
      ******************************************************************
       FIND-TARGET-AUDIT.
           OPEN INPUT FB-AUDIT-FILE
                       SET WS-AUDIT-EOF TO TRUE
                   NOT AT END
                       IF FB-AUD-RUN-NUMBER = WS-TARGET-RUN
                        AND FB-AUD-RUN-MODE NOT = 'K'
                           SET WS-AUDIT-FOUND TO TRUE
                           MOVE FB-AUD-RUN-DATE
                               TO WS-TARGET-RUN-DATE

       LOAD-ISSUE-ENTRY.
           IF FB-XIS-RUN-NUMBER = WS-TARGET-RUN
               PERFORM CLAIM-ISSUED-FILE
           ELSE
               PERFORM KEEP-ISSUE-ENTRY
           END-IF.

       KEEP-ISSUE-ENTRY.
           IF WS-ISSUE-COUNT >= WS-ISSUE-MAX
               DISPLAY 'FBBKOUT: FBXISSUE TABLE FULL AT '
                   WS-ISSUE-MAX ' GENERATIONS'
               MOVE 16 TO RETURN-CODE
               CLOSE FB-XISSUE-FILE
               CLOSE FBBKOUT-RPT
               STOP RUN
           END-IF
           ADD 1 TO WS-ISSUE-COUNT
           MOVE FB-XISSUE-RECORD
               TO WS-ISSUE-ENTRY(WS-ISSUE-COUNT).

      ******************************************************************
      * A file issued for the reversed run. The single FBXTFILE and
      * a full-refresh receiver's file are superseded; a delta
      * receiver's file, or one whose receiver no longer takes a
      * full refresh, stays on the log for the receiver to be put
      * right by hand.
      ******************************************************************
       CLAIM-ISSUED-FILE.
           MOVE 0 TO WS-SUB-HIT-X
           PERFORM VARYING WS-SUB-X FROM 1 BY 1
                   UNTIL WS-SUB-X > WS-SUB-COUNT
               IF WS-SUB-RECEIVER-ID(WS-SUB-X) = FB-XIS-RECEIVER-ID
                   MOVE WS-SUB-X TO WS-SUB-HIT-X
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN FB-XIS-ALL-RECEIVERS
                   PERFORM ADD-REPLACEMENT
                   MOVE 0 TO WS-REPL-SLOT(WS-REPL-COUNT)
                   MOVE SPACES TO WS-REPL-SUB-RECORD(WS-REPL-COUNT)
               WHEN FB-XIS-DELTA
                   PERFORM KEEP-ISSUE-ENTRY
                   PERFORM ADD-NOT-REPLACED
                   MOVE 'DELTA FEED - PUT RIGHT BY HAND'
                       TO WS-NOREP-REASON(WS-NOREP-COUNT)
               WHEN WS-SUB-HIT-X = 0
                   PERFORM KEEP-ISSUE-ENTRY
                   PERFORM ADD-NOT-REPLACED
                   MOVE 'RECEIVER NOT ON FBXSUBS'
                       TO WS-NOREP-REASON(WS-NOREP-COUNT)
               WHEN NOT WS-SUB-FULL(WS-SUB-HIT-X)
                   PERFORM KEEP-ISSUE-ENTRY
                   PERFORM ADD-NOT-REPLACED
                   MOVE 'RECEIVER NOW TAKES DELTA FEED'
                       TO WS-NOREP-REASON(WS-NOREP-COUNT)
               WHEN OTHER
                   PERFORM ADD-REPLACEMENT
                   MOVE WS-SUB-SLOT(WS-SUB-HIT-X)
                       TO WS-REPL-SLOT(WS-REPL-COUNT)
                   MOVE WS-SUB-FORMAT(WS-SUB-HIT-X)
                       TO WS-REPL-FORMAT(WS-REPL-COUNT)
                   MOVE WS-SUB-RECORD(WS-SUB-HIT-X)
                       TO WS-REPL-SUB-RECORD(WS-REPL-COUNT)
           END-EVALUATE.

       ADD-REPLACEMENT.
           IF WS-REPL-COUNT >= WS-REPL-MAX
               DISPLAY 'FBBKOUT: MORE THAN ' WS-REPL-MAX
                   ' FILES ISSUED FOR RUN ' WS-TARGET-RUN
               MOVE 16 TO RETURN-CODE
               CLOSE FB-XISSUE-FILE
               CLOSE FBBKOUT-RPT
               STOP RUN
           END-IF
           SET WS-REPLACING TO TRUE
           ADD 1 TO WS-REPL-COUNT
           MOVE FB-XIS-RECEIVER-ID TO WS-REPL-RECEIVER-ID(WS-REPL-COUNT)
           MOVE FB-XIS-GENERATION  TO WS-REPL-OLD-GEN(WS-REPL-COUNT)
           MOVE 'F'                TO WS-REPL-FORMAT(WS-REPL-COUNT)
           MOVE 0                  TO WS-REPL-NEW-GEN(WS-REPL-COUNT)
           MOVE 0                  TO WS-REPL-DETAILS(WS-REPL-COUNT)
           MOVE 0                  TO WS-REPL-HASH(WS-REPL-COUNT).

       ADD-NOT-REPLACED.
           SET WS-WARNINGS-PRESENT TO TRUE
           IF WS-NOREP-COUNT < WS-NOREP-MAX
               ADD 1 TO WS-NOREP-COUNT
           END-IF
           MOVE FB-XIS-RECEIVER-ID
               TO WS-NOREP-RECEIVER-ID(WS-NOREP-COUNT)
           MOVE FB-XIS-GENERATION
               TO WS-NOREP-GENERATION(WS-NOREP-COUNT).

      ******************************************************************
      * Each superseded file takes the next generation of its own
      * sequence on FBXGEN - the blank-receiver record for the single
      * FBXTFILE, the receiver's record for a receiver file - and the
      * whole file is written back, as FBXTRACT maintains it.
      ******************************************************************
       NEXT-GENERATION-NUMBER.
           OPEN INPUT FB-XGEN-FILE
           IF WS-XGEN-FILE-STATUS = '00'
               PERFORM UNTIL WS-XGEN-EOF
                   READ FB-XGEN-FILE
                       AT END
                           SET WS-XGEN-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-GENERATION-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FB-XGEN-FILE
           END-IF
           PERFORM VARYING WS-REPL-X FROM 1 BY 1
                   UNTIL WS-REPL-X > WS-REPL-COUNT
               PERFORM BUMP-GENERATION
           END-PERFORM
           OPEN OUTPUT FB-XGEN-FILE
           PERFORM VARYING WS-GEN-X FROM 1 BY 1
                   UNTIL WS-GEN-X > WS-GEN-COUNT
               MOVE WS-GEN-NUMBER(WS-GEN-X)   TO FB-XGEN-NUMBER
               MOVE WS-GEN-RECEIVER(WS-GEN-X) TO FB-XGEN-RECEIVER-ID
               WRITE FB-XGEN-RECORD
           END-PERFORM
           CLOSE FB-XGEN-FILE.

       LOAD-GENERATION-ENTRY.
           IF WS-GEN-COUNT >= WS-GEN-MAX
               DISPLAY 'FBBKOUT: FBXGEN TABLE FULL AT '
                   WS-GEN-MAX ' RECORDS'
               MOVE 16 TO RETURN-CODE
               CLOSE FB-XGEN-FILE
               STOP RUN
           END-IF
           ADD 1 TO WS-GEN-COUNT
           MOVE FB-XGEN-NUMBER      TO WS-GEN-NUMBER(WS-GEN-COUNT)
           MOVE FB-XGEN-RECEIVER-ID TO WS-GEN-RECEIVER(WS-GEN-COUNT).

       BUMP-GENERATION.
           MOVE 0 TO WS-GEN-HIT-X
           PERFORM VARYING WS-GEN-X FROM 1 BY 1
                   UNTIL WS-GEN-X > WS-GEN-COUNT
               IF WS-GEN-RECEIVER(WS-GEN-X) =
                  WS-REPL-RECEIVER-ID(WS-REPL-X)
                   MOVE WS-GEN-X TO WS-GEN-HIT-X
               END-IF
           END-PERFORM
           IF WS-GEN-HIT-X = 0
               IF WS-GEN-COUNT >= WS-GEN-MAX
                   DISPLAY 'FBBKOUT: FBXGEN TABLE FULL AT '
                       WS-GEN-MAX ' RECORDS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-GEN-COUNT TO WS-GEN-HIT-X
               MOVE 0 TO WS-GEN-NUMBER(WS-GEN-HIT-X)
               MOVE WS-REPL-RECEIVER-ID(WS-REPL-X)
                   TO WS-GEN-RECEIVER(WS-GEN-HIT-X)
           END-IF
           IF WS-GEN-NUMBER(WS-GEN-HIT-X) NOT NUMERIC
               MOVE 0 TO WS-GEN-NUMBER(WS-GEN-HIT-X)
           END-IF
           ADD 1 TO WS-GEN-NUMBER(WS-GEN-HIT-X)
           MOVE WS-GEN-NUMBER(WS-GEN-HIT-X)
               TO WS-REPL-NEW-GEN(WS-REPL-X).

       OPEN-MERGE-FILES.
           OPEN INPUT FB-SORTED-FILE
           IF WS-SORTED-FILE-STATUS NOT = '00'
               CLOSE FB-OLD-MAST-FILE
               STOP RUN
           END-IF
           OPEN EXTEND FB-CHG-HIST-FILE
           IF WS-CHGHST-FILE-STATUS NOT = '00'
               OPEN OUTPUT FB-CHG-HIST-FILE
           END-IF
           PERFORM VARYING WS-REPL-X FROM 1 BY 1
                   UNTIL WS-REPL-X > WS-REPL-COUNT
               PERFORM OPEN-REPLACEMENT-FILE
           END-PERFORM.

       OPEN-REPLACEMENT-FILE.
           MOVE WS-REPL-SLOT(WS-REPL-X) TO WS-OUT-SLOT
           EVALUATE WS-OUT-SLOT
               WHEN 0
                   OPEN OUTPUT FB-XTRACT-FILE
                   MOVE WS-XTRACT-FILE-STATUS TO WS-XRCV-FILE-STATUS
               WHEN 1
                   OPEN OUTPUT FB-XRCV01-FILE
               WHEN 2
                   OPEN OUTPUT FB-XRCV02-FILE
               WHEN 3
                   OPEN OUTPUT FB-XRCV03-FILE
               WHEN 4
                   OPEN OUTPUT FB-XRCV04-FILE
               WHEN 5
                   OPEN OUTPUT FB-XRCV05-FILE
               WHEN 6
                   OPEN OUTPUT FB-XRCV06-FILE
               WHEN 7
                   OPEN OUTPUT FB-XRCV07-FILE
               WHEN 8
                   OPEN OUTPUT FB-XRCV08-FILE
               WHEN 9
                   OPEN OUTPUT FB-XRCV09-FILE
               WHEN 10
                   OPEN OUTPUT FB-XRCV10-FILE
           END-EVALUATE
           IF WS-XRCV-FILE-STATUS NOT = '00'
               IF WS-OUT-SLOT = 0
                   DISPLAY 'FBBKOUT: UNABLE TO OPEN FBXTFILE '
                       'REPLACEMENT EXTRACT, STATUS='
                       WS-XRCV-FILE-STATUS
               ELSE
                   DISPLAY 'FBBKOUT: UNABLE TO OPEN FBXRCV'
                       WS-OUT-SLOT ' REPLACEMENT FOR RECEIVER '
                       WS-REPL-RECEIVER-ID(WS-REPL-X) ', STATUS='
                       WS-XRCV-FILE-STATUS
               END-IF
               MOVE 16 TO RETURN-CODE
               CLOSE FB-SORTED-FILE
               CLOSE FB-OLD-MAST-FILE
               CLOSE FB-NEW-MAST-FILE
               CLOSE FB-CHG-HIST-FILE
               STOP RUN
           END-IF.

       CLOSE-MERGE-FILES.
           CLOSE FB-SORTED-FILE
           CLOSE FB-OLD-MAST-FILE
           CLOSE FB-NEW-MAST-FILE
           CLOSE FB-CHG-HIST-FILE
           PERFORM VARYING WS-REPL-X FROM 1 BY 1
                   UNTIL WS-REPL-X > WS-REPL-COUNT
               MOVE WS-REPL-SLOT(WS-REPL-X) TO WS-OUT-SLOT
               EVALUATE WS-OUT-SLOT
                   WHEN 0
                       CLOSE FB-XTRACT-FILE
                   WHEN 1
                       CLOSE FB-XRCV01-FILE
                   WHEN 2
                       CLOSE FB-XRCV02-FILE
                   WHEN 3
                       CLOSE FB-XRCV03-FILE
                   WHEN 4
                       CLOSE FB-XRCV04-FILE
                   WHEN 5
                       CLOSE FB-XRCV05-FILE
                   WHEN 6
                       CLOSE FB-XRCV06-FILE
                   WHEN 7
                       CLOSE FB-XRCV07-FILE
                   WHEN 8
                       CLOSE FB-XRCV08-FILE
                   WHEN 9
                       CLOSE FB-XRCV09-FILE
                   WHEN 10
                       CLOSE FB-XRCV10-FILE
               END-EVALUATE
           END-PERFORM.

       READ-OLD-MASTER.
           READ FB-OLD-MAST-FILE
      * date with the change flag on, and must be restored, not
      * dropped. FBMSTUPD never sets the change flag on an add, so
      * flag-on with the target change date always means a change.
      * Restores and drops both go to the change history; a dropped
      * add carries spaces as its new code and text.
      ******************************************************************
       BACK-OUT-MASTER-RECORD.
           MOVE FB-MASTER-RECORD TO WS-WORK-MASTER
                AND WS-WM-CHANGE-DATE = WS-TARGET-RUN-DATE
                   PERFORM RESTORE-PRIOR-CLASS
                   ADD 1 TO WS-TOT-RESTORED
                   PERFORM WRITE-CHANGE-HISTORY
                   WRITE FB-NEW-MASTER-RECORD FROM WS-WORK-MASTER
                   ADD 1 TO WS-TOT-MAST-OUT
                   IF WS-REPLACING
                       PERFORM SHIP-REPLACE-DETAIL
                   END-IF
               WHEN WS-WM-FIRST-DATE = WS-TARGET-RUN-DATE
                   ADD 1 TO WS-TOT-DROPPED
                   MOVE SPACE  TO WS-WM-CLASS-CODE
                   MOVE SPACES TO WS-WM-CLASS-TEXT
                   PERFORM WRITE-CHANGE-HISTORY
               WHEN OTHER
                   ADD 1 TO WS-TOT-TOUCHED
                   WRITE FB-NEW-MASTER-RECORD FROM WS-WORK-MASTER
                   ADD 1 TO WS-TOT-MAST-OUT
                   IF WS-REPLACING
                       PERFORM SHIP-REPLACE-DETAIL
                   END-IF
           END-EVALUATE
           PERFORM READ-OLD-MASTER.

       WRITE-CHANGE-HISTORY.
           MOVE FB-MAST-NUMBER     TO FB-CHG-NUMBER
           MOVE FB-MAST-SOURCE-KEY TO FB-CHG-SOURCE-KEY
           MOVE WS-RUN-DATE-NUM    TO FB-CHG-RUN-DATE
           MOVE WS-RUN-NUMBER      TO FB-CHG-RUN-NUMBER
           MOVE 'R'                TO FB-CHG-ACTION
           MOVE FB-MAST-CLASS-CODE TO FB-CHG-OLD-CODE
           MOVE FB-MAST-CLASS-TEXT TO FB-CHG-OLD-TEXT
           MOVE WS-WM-CLASS-CODE   TO FB-CHG-NEW-CODE
           MOVE WS-WM-CLASS-TEXT   TO FB-CHG-NEW-TEXT
           MOVE WS-JOB-NAME        TO FB-CHG-STEP-NAME
           WRITE FB-CHANGE-HISTORY-RECORD
           ADD 1 TO WS-TOT-CHG-WRITTEN.

       COLLAPSE-DUPLICATE-TRANS.
           MOVE WS-TRAN-KEY TO WS-APPLY-KEY
           PERFORM READ-SORTED-TRANS
           MOVE 'N'              TO WS-WM-CHANGE-FLAG
           MOVE ZEROES           TO WS-WM-CHANGE-DATE.

      ******************************************************************
      * The replacement writers work on the current superseded file,
      * brought in by SELECT-REPLACEMENT.
      ******************************************************************
       SELECT-REPLACEMENT.
           MOVE WS-REPL-SLOT(WS-REPL-X)    TO WS-OUT-SLOT
           MOVE WS-REPL-FORMAT(WS-REPL-X)  TO WS-FORMAT-FLAG
           MOVE WS-REPL-OLD-GEN(WS-REPL-X) TO WS-OLD-GENERATION
           MOVE WS-REPL-NEW-GEN(WS-REPL-X) TO WS-NEW-GENERATION
           MOVE WS-REPL-DETAILS(WS-REPL-X) TO WS-DETAIL-COUNT
           MOVE WS-REPL-HASH(WS-REPL-X)    TO WS-HASH-TOTAL.

       SAVE-REPLACEMENT-TOTALS.
           MOVE WS-DETAIL-COUNT TO WS-REPL-DETAILS(WS-REPL-X)
           MOVE WS-HASH-TOTAL   TO WS-REPL-HASH(WS-REPL-X).

      ******************************************************************
      * The corrected master record goes to the single FBXTFILE, and
      * to each receiver file whose subscription takes it as it now
      * stands.
      ******************************************************************
       SHIP-REPLACE-DETAIL.
           PERFORM VARYING WS-REPL-X FROM 1 BY 1
                   UNTIL WS-REPL-X > WS-REPL-COUNT
               IF WS-REPL-SLOT(WS-REPL-X) = 0
                   MOVE 'Y' TO WS-MATCH-SW
               ELSE
                   CALL 'FBXSUBMT' USING WS-REPL-SUB-RECORD(WS-REPL-X),
                       WS-WM-SOURCE-KEY, WS-WM-CLASS-CODE, WS-MATCH-SW
                   END-CALL
               END-IF
               IF WS-RECEIVER-MATCH
                   PERFORM SELECT-REPLACEMENT
                   PERFORM WRITE-REPLACE-DETAIL
                   PERFORM SAVE-REPLACEMENT-TOTALS
               END-IF
           END-PERFORM.

       WRITE-REPLACE-LINE.
           EVALUATE WS-OUT-SLOT
               WHEN 0
                   WRITE FB-XTRACT-RECORD FROM WS-OUT-LINE
               WHEN 1
                   WRITE FB-XRCV01-RECORD FROM WS-OUT-LINE
               WHEN 2
                   WRITE FB-XRCV02-RECORD FROM WS-OUT-LINE
               WHEN 3
                   WRITE FB-XRCV03-RECORD FROM WS-OUT-LINE
               WHEN 4
                   WRITE FB-XRCV04-RECORD FROM WS-OUT-LINE
               WHEN 5
                   WRITE FB-XRCV05-RECORD FROM WS-OUT-LINE
               WHEN 6
                   WRITE FB-XRCV06-RECORD FROM WS-OUT-LINE
               WHEN 7
                   WRITE FB-XRCV07-RECORD FROM WS-OUT-LINE
               WHEN 8
                   WRITE FB-XRCV08-RECORD FROM WS-OUT-LINE
               WHEN 9
                   WRITE FB-XRCV09-RECORD FROM WS-OUT-LINE
               WHEN 10
                   WRITE FB-XRCV10-RECORD FROM WS-OUT-LINE
           END-EVALUATE.

       WRITE-REPLACE-HEADER.
           MOVE 'H'                TO FB-XHDR-RECORD-TYPE
           MOVE WS-NEW-GENERATION  TO FB-XHDR-GENERATION
           MOVE WS-RUN-NUMBER      TO FB-XHDR-RUN-NUMBER
           MOVE WS-OLD-GENERATION  TO FB-XHDR-REPLACES-GEN
           IF WS-FORMAT-FIXED
               MOVE FB-XTR-HEADER-RECORD TO WS-OUT-LINE
               PERFORM WRITE-REPLACE-LINE
           ELSE
               MOVE SPACES TO WS-DELIM-LINE
               STRING 'H'               DELIMITED BY SIZE
                      FB-XHDR-REPLACES-GEN DELIMITED BY SIZE
                   INTO WS-DELIM-LINE
               END-STRING
               MOVE WS-DELIM-LINE TO WS-OUT-LINE
               PERFORM WRITE-REPLACE-LINE
           END-IF.

       WRITE-REPLACE-DETAIL.
           MOVE WS-WM-CLASS-TEXT   TO FB-XDTL-CLASS-TEXT
           MOVE WS-WM-SOURCE-KEY   TO FB-XDTL-SOURCE-KEY
           IF WS-FORMAT-FIXED
               MOVE FB-XTR-DETAIL-RECORD TO WS-OUT-LINE
               PERFORM WRITE-REPLACE-LINE
           ELSE
               PERFORM WRITE-DELIMITED-DETAIL
           END-IF.
                   WITH POINTER WS-DELIM-PTR
               END-STRING
           END-IF
           MOVE WS-DELIM-LINE TO WS-OUT-LINE
           PERFORM WRITE-REPLACE-LINE.

       WRITE-REPLACE-TRAILER.
           MOVE 'T'             TO FB-XTRL-RECORD-TYPE
           MOVE WS-DETAIL-COUNT TO FB-XTRL-RECORD-COUNT
           MOVE WS-HASH-TOTAL   TO FB-XTRL-HASH-TOTAL
           IF WS-FORMAT-FIXED
               MOVE FB-XTR-TRAILER-RECORD TO WS-OUT-LINE
               PERFORM WRITE-REPLACE-LINE
           ELSE
               MOVE SPACES TO WS-DELIM-LINE
               STRING 'T'                  DELIMITED BY SIZE
                      FB-XTRL-HASH-TOTAL   DELIMITED BY SIZE
                   INTO WS-DELIM-LINE
               END-STRING
               MOVE WS-DELIM-LINE TO WS-OUT-LINE
               PERFORM WRITE-REPLACE-LINE
           END-IF.

      ******************************************************************
      * Each bad generation is retired from the issue log and its
      * replacement logged in its place, so the FBXACK step chases
      * acknowledgment of the replacement, not of a file the
      * receivers have been told to discard.
                       TO FB-XISSUE-RECORD
                   WRITE FB-XISSUE-RECORD
               END-PERFORM
               PERFORM VARYING WS-REPL-X FROM 1 BY 1
                       UNTIL WS-REPL-X > WS-REPL-COUNT
                   MOVE WS-REPL-NEW-GEN(WS-REPL-X)
                       TO FB-XIS-GENERATION
                   MOVE WS-RUN-DATE-NUM   TO FB-XIS-RUN-DATE
                   MOVE WS-RUN-NUMBER     TO FB-XIS-RUN-NUMBER
                   MOVE WS-REPL-DETAILS(WS-REPL-X)
                       TO FB-XIS-RECORD-COUNT
                   MOVE WS-REPL-HASH(WS-REPL-X)
                       TO FB-XIS-HASH-TOTAL
                   MOVE WS-REPL-RECEIVER-ID(WS-REPL-X)
                       TO FB-XIS-RECEIVER-ID
                   MOVE 'F'               TO FB-XIS-FEED
                   WRITE FB-XISSUE-RECORD
               END-PERFORM
               CLOSE FB-XISSUE-FILE
           END-IF.

           MOVE WS-TGT-LABEL-1   TO CD-LABEL-1
           MOVE WS-TGT-LABEL-2   TO CD-LABEL-2
           WRITE FB-RPT-LINE FROM RPT-CARD-LINE
           PERFORM VARYING WS-REPL-X FROM 1 BY 1
                   UNTIL WS-REPL-X > WS-REPL-COUNT
               MOVE WS-REPL-OLD-GEN(WS-REPL-X) TO GN-OLD-GEN
               MOVE WS-REPL-NEW-GEN(WS-REPL-X) TO GN-NEW-GEN
               IF WS-REPL-SLOT(WS-REPL-X) = 0
                   MOVE 'FBXTFILE'  TO GN-RECEIVER-TAG
                   MOVE SPACES      TO GN-RECEIVER-ID
               ELSE
                   MOVE 'RECEIVER ' TO GN-RECEIVER-TAG
                   MOVE WS-REPL-RECEIVER-ID(WS-REPL-X)
                       TO GN-RECEIVER-ID
               END-IF
               MOVE WS-REPL-DETAILS(WS-REPL-X) TO GN-DETAILS
               WRITE FB-RPT-LINE FROM RPT-GEN-LINE
           END-PERFORM
           PERFORM VARYING WS-NOREP-X FROM 1 BY 1
                   UNTIL WS-NOREP-X > WS-NOREP-COUNT
               MOVE WS-NOREP-GENERATION(WS-NOREP-X) TO NR-GENERATION
               MOVE WS-NOREP-RECEIVER-ID(WS-NOREP-X)
                   TO NR-RECEIVER-ID
               MOVE WS-NOREP-REASON(WS-NOREP-X) TO NR-REASON
               WRITE FB-RPT-LINE FROM RPT-NOREP-LINE
           END-PERFORM
           IF WS-REPL-COUNT = 0 AND WS-NOREP-COUNT = 0
               WRITE FB-RPT-LINE FROM RPT-NOGEN-LINE
           END-IF
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           MOVE 'NEW MASTER RECORDS WRITTEN'   TO TL-LABEL
           MOVE WS-TOT-MAST-OUT                TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'CHANGE-HISTORY RECORDS WRITTEN' TO TL-LABEL
           MOVE WS-TOT-CHG-WRITTEN             TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           IF WS-REPLACING
               MOVE 'REPLACEMENT DETAILS WRITTEN' TO TL-LABEL
               MOVE WS-TOT-REPL-DETAILS           TO TL-COUNT
               WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           END-IF
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           MOVE WS-TGT-CKPT-INTERVAL TO FB-AUD-CKPT-INTERVAL
           MOVE WS-FINAL-RC          TO FB-AUD-RETURN-CODE
           MOVE 'N'                  TO FB-AUD-CONTINUATION
           MOVE FB-RULE-EFF-DATE     TO FB-AUD-RULE-VER-LOW
           MOVE FB-RULE-EFF-DATE     TO FB-AUD-RULE-VER-HIGH
           MOVE ZEROES               TO FB-AUD-CHANGE-ID
           MOVE SPACES               TO FB-AUD-CHANGE-TYPE
           MOVE SPACES               TO FB-AUD-CHANGE-EVENT
           MOVE SPACES               TO FB-AUD-CHANGE-USER
           OPEN EXTEND FB-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT FB-AUDIT-FILE
