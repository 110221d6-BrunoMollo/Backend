      * permutation of 1, 2 and 3. A missing feed file is treated as
      * an empty feed and noted on the operator log, so a source
      * system that delivers nothing does not stop the stream.
      * Every feed is framed by a header and a trailer (see FBFEEDCT)
      * and is balanced in a pass of its own before anything is
      * released to the sort: the trailer's record count and hash
      * total of FB-TRANS-ID must agree with the detail records
      * actually received, and the header's sequence number must be
      * exactly one past the last sequence accepted from that feed,
      * as kept on the FBFDCTL feed-control file (one record per
      * feed: source ID, business date and sequence of the last feed
      * accepted, the sequence before it, and the run that accepted
      * it). A feed that is out of balance, has no header or trailer,
      * comes from a different source ID, repeats the last sequence
      * or skips one is rejected whole - none of its records are
      * merged and its sequence is not advanced, so the corrected
      * feed (or the one that was skipped) is accepted when it is
      * presented to a later run. The first feed from a source with
      * no FBFDCTL record sets its sequence; 999999 is followed by 1.
      * Because FIZZBUZZ has not yet assigned the run number when
      * this step runs, a rerun of the same cycle sees its own run
      * number on FBFDCTL and balances against the sequence before
      * it, so the feeds it accepted the first time are accepted
      * again. The feed-control section of FBMRGRPT shows, for each
      * feed, the declared and actual figures and the outcome.
      * The records each source sent and the duplicates dropped from
      * it are also counted by source prefix onto the FBSQSTAT
      * source-quality statistics (see FBSQSREC) for the FBDQSRPT
      * month-end scorecard.
      * Return codes: 00 clean, 04 duplicates were dropped or a feed
      * was missing, 08 a feed was rejected and held back, 16 bad
      * priority card or open failure.
      ******************************************************************
       ENVIRONMENT DIVISION.
           SELECT FB-TRAN3-FILE ASSIGN TO "FBTRAN3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN3-FILE-STATUS.
           SELECT FB-FDCTL-FILE ASSIGN TO "FBFDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FDCTL-FILE-STATUS.
           SELECT FB-SORT-FILE ASSIGN TO "FBMRGWK".
           SELECT FB-CONS-FILE ASSIGN TO "FBTRANIN"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  FB-TRAN3-FILE.
       01  FB-TRAN3-RECORD             PIC X(39).

       FD  FB-FDCTL-FILE.
       01  FB-FDCTL-RECORD.
           05  FB-FDCTL-FEED-NO        PIC 9(1).
           05  FB-FDCTL-SOURCE-ID      PIC X(8).
           05  FB-FDCTL-BUSINESS-DATE  PIC 9(8).
           05  FB-FDCTL-SEQUENCE       PIC 9(6).
           05  FB-FDCTL-PRIOR-SEQUENCE PIC 9(6).
           05  FB-FDCTL-RUN-NUMBER     PIC 9(6).
           05  FB-FDCTL-RUN-DATE       PIC 9(8).

       SD  FB-SORT-FILE.
       01  FB-SORT-RECORD.
           05  FB-SORT-TRANS-IMAGE.
       01  WS-TRAN3-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-CONS-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-FDCTL-FILE-STATUS        PIC X(2) VALUE '00'.

       01  WS-TRAN1-EOF-SW             PIC X(1) VALUE 'N'.
           88  WS-TRAN1-EOF            VALUE 'Y'.
           88  WS-TRAN3-EOF            VALUE 'Y'.
       01  WS-SORT-EOF-SW              PIC X(1) VALUE 'N'.
           88  WS-SORT-EOF             VALUE 'Y'.
       01  WS-FDCTL-EOF-SW             PIC X(1) VALUE 'N'.
           88  WS-FDCTL-EOF            VALUE 'Y'.

       01  WS-FIRST-RECORD-SW          PIC X(1) VALUE 'Y'.
           88  WS-FIRST-RECORD         VALUE 'Y'.
           05  WS-FEED-RANK OCCURS 3 TIMES
                                       PIC 9(1).

       COPY FBFEEDCT.

       01  WS-FEED-RECORD.
           05  WS-FEED-RECORD-ID       PIC X(3).
               88  WS-FEED-IS-HEADER   VALUE 'HDR'.
               88  WS-FEED-IS-TRAILER  VALUE 'TRL'.
           05  FILLER                  PIC X(36).
       01  WS-FEED-DETAIL REDEFINES WS-FEED-RECORD.
           05  WS-FEED-TRANS-ID        PIC 9(9).
           05  FILLER                  PIC X(30).

       01  WS-FEED-X                   PIC 9(1) VALUE 0.
       01  WS-FEED-REASON              PIC X(24) VALUE SPACES.

      * One entry per feed: the FBFDCTL record as read, the sequence
      * this run must see, what the header and trailer declared, what
      * was actually received, and the outcome.
       01  WS-FEED-CONTROL-TABLE.
           05  WS-FC-ENTRY OCCURS 3 TIMES.
               10  WS-FC-CONTROL-IMAGE PIC X(43).
               10  WS-FC-KNOWN-SW      PIC X(1).
                   88  WS-FC-KNOWN     VALUE 'Y'.
               10  WS-FC-LAST-SOURCE   PIC X(8).
               10  WS-FC-BASE-SEQ      PIC 9(6).
               10  WS-FC-EXPECTED-SEQ  PIC 9(6).
               10  WS-FC-STATE         PIC X(1).
                   88  WS-FC-MISSING   VALUE 'M'.
                   88  WS-FC-ACCEPTED  VALUE 'A'.
                   88  WS-FC-REJECTED  VALUE 'R'.
               10  WS-FC-REASON        PIC X(24).
               10  WS-FC-HEADER-SW     PIC X(1).
                   88  WS-FC-HEADER-SEEN VALUE 'Y'.
               10  WS-FC-TRAILER-SW    PIC X(1).
                   88  WS-FC-TRAILER-SEEN VALUE 'Y'.
               10  WS-FC-DECL-SOURCE   PIC X(8).
               10  WS-FC-DECL-DATE     PIC 9(8).
               10  WS-FC-DECL-SEQ      PIC 9(6).
               10  WS-FC-DECL-COUNT    PIC 9(9).
               10  WS-FC-DECL-HASH     PIC 9(18).
               10  WS-FC-RECORDS-READ  PIC 9(9).
               10  WS-FC-ACT-COUNT     PIC 9(9).
               10  WS-FC-ACT-HASH      PIC 9(18).

       01  WS-KEPT-TRANS-ID            PIC X(9) VALUE SPACES.
       01  WS-KEPT-TRANS-KEY           PIC X(12) VALUE SPACES.
       01  WS-KEPT-FEED-NO             PIC 9(1) VALUE 0.
           05 WS-TOT-RELEASED          PIC 9(9) VALUE 0.
           05 WS-TOT-WRITTEN           PIC 9(9) VALUE 0.
           05 WS-TOT-DROPPED           PIC 9(9) VALUE 0.
           05 WS-TOT-FEEDS-ACCEPTED    PIC 9(9) VALUE 0.
           05 WS-TOT-FEEDS-REJECTED    PIC 9(9) VALUE 0.
           05 WS-TOT-FEEDS-MISSING     PIC 9(9) VALUE 0.

       01  WS-RUN-DATE.
           05 WS-RUN-YYYY              PIC 9(4).
       01  WS-FINAL-RC                 PIC 9(2) VALUE 0.

       COPY FBSTMREC.
       COPY FBSQSREQ.
       01  WS-PAGE-NO                  PIC 9(4) VALUE 1.
       01  WS-LINE-COUNT               PIC 9(2) VALUE 0.
       01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 40.
           05 TL-LABEL                 PIC X(34).
           05 TL-COUNT                 PIC Z(8)9.

       01  RPT-FEED-TITLE.
           05 FILLER                   PIC X(45) VALUE
               'FEED CONTROL - DECLARED VERSUS ACTUAL'.

       01  RPT-FEED-HEADER.
           05 FILLER              PIC X(6)  VALUE 'FEED'.
           05 FILLER              PIC X(10) VALUE 'SOURCE'.
           05 FILLER              PIC X(8)  VALUE 'BUS-DATE'.
           05 FILLER              PIC X(8)  VALUE '     SEQ'.
           05 FILLER              PIC X(9)  VALUE '  EXP-SEQ'.
           05 FILLER              PIC X(11) VALUE ' DECL-COUNT'.
           05 FILLER              PIC X(11) VALUE '  ACT-COUNT'.
           05 FILLER              PIC X(20) VALUE
               '           DECL-HASH'.
           05 FILLER              PIC X(20) VALUE
               '            ACT-HASH'.
           05 FILLER              PIC X(8)  VALUE '  RESULT'.

       01  RPT-FEED-LINE.
           05 FD-FEED-NO               PIC 9(1).
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 FD-SOURCE-ID             PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FD-BUSINESS-DATE         PIC 9(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FD-SEQUENCE              PIC Z(5)9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FD-EXPECTED-SEQ          PIC X(6) JUSTIFIED RIGHT.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FD-DECL-COUNT            PIC Z(8)9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FD-ACT-COUNT             PIC Z(8)9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FD-DECL-HASH             PIC Z(17)9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FD-ACT-HASH              PIC Z(17)9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FD-RESULT                PIC X(24).

       01  WS-EDIT-SEQ                 PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM READ-RUN-NUMBER
           PERFORM READ-MERGE-PARM
           PERFORM READ-FEED-CONTROL
           PERFORM OPEN-OUTPUT-FILES
           PERFORM BALANCE-FEED-1
           PERFORM BALANCE-FEED-2
           PERFORM BALANCE-FEED-3
           PERFORM WRITE-RPT-HEADER
           SORT FB-SORT-FILE
               ON ASCENDING KEY FB-SORT-TRANS-ID
               OUTPUT PROCEDURE IS CONSOLIDATE-SORTED
                   THRU CONSOLIDATE-SORTED-EXIT
           PERFORM WRITE-MERGE-TOTALS
           PERFORM WRITE-FEED-CONTROL-REPORT
           CLOSE FB-CONS-FILE
           CLOSE FBMERGE-RPT
           IF WS-TOT-DROPPED > 0 OR WS-TOT-FEEDS-MISSING > 0
               MOVE 4 TO WS-FINAL-RC
           END-IF
           IF WS-TOT-FEEDS-REJECTED > 0
               MOVE 8 TO WS-FINAL-RC
           END-IF
           PERFORM REWRITE-FEED-CONTROL
           PERFORM WRITE-SOURCE-STATISTICS
           PERFORM WRITE-STREAM-LOG
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.
           CALL 'FBSTMLOG' USING FB-STREAM-LOG-RECORD
           END-CALL.

      ******************************************************************
      * Source-quality counts, by the source prefix of the record's
      * own FB-TRANS-KEY; the caller sets the measure.
      ******************************************************************
       COUNT-SOURCE-RECORD.
           SET FB-SQSQ-ADD         TO TRUE
           MOVE FB-SORT-TRANS-KEY  TO FB-SQSQ-SOURCE-KEY
           MOVE 1                  TO FB-SQSQ-AMOUNT
           CALL 'FBSQSLOG' USING FB-SQS-REQUEST
           END-CALL.

       WRITE-SOURCE-STATISTICS.
           SET FB-SQSQ-WRITE       TO TRUE
           MOVE WS-JOB-NAME        TO FB-SQSQ-STEP-NAME
           MOVE WS-RUN-DATE        TO FB-SQSQ-RUN-DATE
           MOVE WS-RUN-NUMBER      TO FB-SQSQ-RUN-NUMBER
           MOVE 'N'                TO FB-SQSQ-SNAPSHOT-SW
           CALL 'FBSQSLOG' USING FB-SQS-REQUEST
           END-CALL.

      ******************************************************************
      * The run/cycle number is assigned by FIZZBUZZ, which runs
      * after this step; FBRUNNO still holds the previous run's
               STOP RUN
           END-IF.

      ******************************************************************
      * FBFDCTL holds one record per feed for the last feed accepted.
      * When that record was written under this run's own number the
      * cycle is being rerun, and the sequence before it is the one
      * to follow; with no record (or none before it) any sequence is
      * accepted and becomes the base for the next run.
      ******************************************************************
       READ-FEED-CONTROL.
           INITIALIZE WS-FEED-CONTROL-TABLE
           OPEN INPUT FB-FDCTL-FILE
           IF WS-FDCTL-FILE-STATUS = '00'
               PERFORM UNTIL WS-FDCTL-EOF
                   READ FB-FDCTL-FILE
                       AT END
                           SET WS-FDCTL-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-FEED-CONTROL
                   END-READ
               END-PERFORM
               CLOSE FB-FDCTL-FILE
           ELSE
               DISPLAY 'FBMERGE: NO FBFDCTL FEED-CONTROL FILE - FIRST '
                   'FEED FROM EACH SOURCE SETS ITS SEQUENCE'
           END-IF.

       LOAD-FEED-CONTROL.
           IF FB-FDCTL-FEED-NO IS NUMERIC
            AND FB-FDCTL-FEED-NO >= 1 AND FB-FDCTL-FEED-NO <= 3
               MOVE FB-FDCTL-FEED-NO TO WS-FEED-X
               MOVE FB-FDCTL-RECORD TO WS-FC-CONTROL-IMAGE(WS-FEED-X)
               SET WS-FC-KNOWN(WS-FEED-X) TO TRUE
               MOVE FB-FDCTL-SOURCE-ID TO WS-FC-LAST-SOURCE(WS-FEED-X)
               IF FB-FDCTL-RUN-NUMBER = WS-RUN-NUMBER
                   MOVE FB-FDCTL-PRIOR-SEQUENCE
                       TO WS-FC-BASE-SEQ(WS-FEED-X)
               ELSE
                   MOVE FB-FDCTL-SEQUENCE TO WS-FC-BASE-SEQ(WS-FEED-X)
               END-IF
               EVALUATE WS-FC-BASE-SEQ(WS-FEED-X)
                   WHEN 0
                       MOVE 0 TO WS-FC-EXPECTED-SEQ(WS-FEED-X)
                   WHEN 999999
                       MOVE 1 TO WS-FC-EXPECTED-SEQ(WS-FEED-X)
                   WHEN OTHER
                       COMPUTE WS-FC-EXPECTED-SEQ(WS-FEED-X) =
                           WS-FC-BASE-SEQ(WS-FEED-X) + 1
               END-EVALUATE
           END-IF.

       OPEN-OUTPUT-FILES.
           OPEN OUTPUT FB-CONS-FILE
           IF WS-CONS-FILE-STATUS NOT = '00'
               STOP RUN
           END-IF.

      ******************************************************************
      * Balancing pass: each feed is read through once, before the
      * sort, to prove it against its own header and trailer. Only a
      * feed that balances is released by RELEASE-FEED-n; the rest are
      * held back whole. The first failure found is the one reported.
      ******************************************************************
       BALANCE-FEED-1.
           MOVE 1 TO WS-FEED-X
           OPEN INPUT FB-TRAN1-FILE
           IF WS-TRAN1-FILE-STATUS NOT = '00'
               DISPLAY 'FBMERGE: NO FBTRAN1 FEED, STATUS='
                   WS-TRAN1-FILE-STATUS ' - TREATED AS EMPTY'
               SET WS-FC-MISSING(1) TO TRUE
               MOVE 'FEED MISSING' TO WS-FC-REASON(1)
               ADD 1 TO WS-TOT-FEEDS-MISSING
           ELSE
               PERFORM UNTIL WS-TRAN1-EOF
                   READ FB-TRAN1-FILE INTO WS-FEED-RECORD
                       AT END
                           SET WS-TRAN1-EOF TO TRUE
                       NOT AT END
                           PERFORM EXAMINE-FEED-RECORD
                   END-READ
               END-PERFORM
               CLOSE FB-TRAN1-FILE
               MOVE 'N' TO WS-TRAN1-EOF-SW
               PERFORM SETTLE-FEED-BALANCE
           END-IF.

       BALANCE-FEED-2.
           MOVE 2 TO WS-FEED-X
           OPEN INPUT FB-TRAN2-FILE
           IF WS-TRAN2-FILE-STATUS NOT = '00'
               DISPLAY 'FBMERGE: NO FBTRAN2 FEED, STATUS='
                   WS-TRAN2-FILE-STATUS ' - TREATED AS EMPTY'
               SET WS-FC-MISSING(2) TO TRUE
               MOVE 'FEED MISSING' TO WS-FC-REASON(2)
               ADD 1 TO WS-TOT-FEEDS-MISSING
           ELSE
               PERFORM UNTIL WS-TRAN2-EOF
                   READ FB-TRAN2-FILE INTO WS-FEED-RECORD
                       AT END
                           SET WS-TRAN2-EOF TO TRUE
                       NOT AT END
                           PERFORM EXAMINE-FEED-RECORD
                   END-READ
               END-PERFORM
               CLOSE FB-TRAN2-FILE
               MOVE 'N' TO WS-TRAN2-EOF-SW
               PERFORM SETTLE-FEED-BALANCE
           END-IF.

       BALANCE-FEED-3.
           MOVE 3 TO WS-FEED-X
           OPEN INPUT FB-TRAN3-FILE
           IF WS-TRAN3-FILE-STATUS NOT = '00'
               DISPLAY 'FBMERGE: NO FBTRAN3 FEED, STATUS='
                   WS-TRAN3-FILE-STATUS ' - TREATED AS EMPTY'
               SET WS-FC-MISSING(3) TO TRUE
               MOVE 'FEED MISSING' TO WS-FC-REASON(3)
               ADD 1 TO WS-TOT-FEEDS-MISSING
           ELSE
               PERFORM UNTIL WS-TRAN3-EOF
                   READ FB-TRAN3-FILE INTO WS-FEED-RECORD
                       AT END
                           SET WS-TRAN3-EOF TO TRUE
                       NOT AT END
                           PERFORM EXAMINE-FEED-RECORD
                   END-READ
               END-PERFORM
               CLOSE FB-TRAN3-FILE
               MOVE 'N' TO WS-TRAN3-EOF-SW
               PERFORM SETTLE-FEED-BALANCE
           END-IF.

       EXAMINE-FEED-RECORD.
           ADD 1 TO WS-FC-RECORDS-READ(WS-FEED-X)
           EVALUATE TRUE
               WHEN WS-FEED-IS-HEADER
                   PERFORM EXAMINE-FEED-HEADER
               WHEN WS-FEED-IS-TRAILER
                   PERFORM EXAMINE-FEED-TRAILER
               WHEN OTHER
                   IF WS-FC-TRAILER-SEEN(WS-FEED-X)
                       MOVE 'DATA AFTER TRAILER' TO WS-FEED-REASON
                       PERFORM SET-FEED-REASON
                   END-IF
                   ADD 1 TO WS-FC-ACT-COUNT(WS-FEED-X)
                   IF WS-FEED-TRANS-ID IS NUMERIC
                       COMPUTE WS-FC-ACT-HASH(WS-FEED-X) =
                           FUNCTION MOD(WS-FC-ACT-HASH(WS-FEED-X)
                               + WS-FEED-TRANS-ID,
                               1000000000000000000)
                   END-IF
           END-EVALUATE.

       EXAMINE-FEED-HEADER.
           IF WS-FC-HEADER-SEEN(WS-FEED-X)
               MOVE 'MORE THAN ONE HEADER' TO WS-FEED-REASON
               PERFORM SET-FEED-REASON
           ELSE
               IF WS-FC-RECORDS-READ(WS-FEED-X) > 1
                   MOVE 'HEADER NOT FIRST RECORD' TO WS-FEED-REASON
                   PERFORM SET-FEED-REASON
               END-IF
               SET WS-FC-HEADER-SEEN(WS-FEED-X) TO TRUE
               MOVE WS-FEED-RECORD TO FB-FEED-HEADER-RECORD
               MOVE FB-FHDR-SOURCE-ID TO WS-FC-DECL-SOURCE(WS-FEED-X)
               IF FB-FHDR-BUSINESS-DATE IS NUMERIC
                AND FB-FHDR-SEQUENCE IS NUMERIC
                AND FB-FHDR-SEQUENCE > 0
                   MOVE FB-FHDR-BUSINESS-DATE
                       TO WS-FC-DECL-DATE(WS-FEED-X)
                   MOVE FB-FHDR-SEQUENCE TO WS-FC-DECL-SEQ(WS-FEED-X)
               ELSE
                   MOVE 'HEADER DATE/SEQ INVALID' TO WS-FEED-REASON
                   PERFORM SET-FEED-REASON
               END-IF
           END-IF.

       EXAMINE-FEED-TRAILER.
           IF WS-FC-TRAILER-SEEN(WS-FEED-X)
               MOVE 'MORE THAN ONE TRAILER' TO WS-FEED-REASON
               PERFORM SET-FEED-REASON
           ELSE
               SET WS-FC-TRAILER-SEEN(WS-FEED-X) TO TRUE
               MOVE WS-FEED-RECORD TO FB-FEED-TRAILER-RECORD
               IF FB-FTRL-RECORD-COUNT IS NUMERIC
                AND FB-FTRL-HASH-TOTAL IS NUMERIC
                   MOVE FB-FTRL-RECORD-COUNT
                       TO WS-FC-DECL-COUNT(WS-FEED-X)
                   MOVE FB-FTRL-HASH-TOTAL TO WS-FC-DECL-HASH(WS-FEED-X)
               ELSE
                   MOVE 'TRAILER TOTALS INVALID' TO WS-FEED-REASON
                   PERFORM SET-FEED-REASON
               END-IF
           END-IF.

       SET-FEED-REASON.
           IF WS-FC-REASON(WS-FEED-X) = SPACES
               MOVE WS-FEED-REASON TO WS-FC-REASON(WS-FEED-X)
           END-IF.

       SETTLE-FEED-BALANCE.
           IF NOT WS-FC-HEADER-SEEN(WS-FEED-X)
               MOVE 'NO HEADER RECORD' TO WS-FEED-REASON
               PERFORM SET-FEED-REASON
           END-IF
           IF NOT WS-FC-TRAILER-SEEN(WS-FEED-X)
               MOVE 'NO TRAILER RECORD' TO WS-FEED-REASON
               PERFORM SET-FEED-REASON
           END-IF
           IF WS-FC-DECL-COUNT(WS-FEED-X) NOT =
              WS-FC-ACT-COUNT(WS-FEED-X)
               MOVE 'RECORD COUNT OUT OF BAL' TO WS-FEED-REASON
               PERFORM SET-FEED-REASON
           END-IF
           IF WS-FC-DECL-HASH(WS-FEED-X) NOT = WS-FC-ACT-HASH(WS-FEED-X)
               MOVE 'HASH TOTAL OUT OF BAL' TO WS-FEED-REASON
               PERFORM SET-FEED-REASON
           END-IF
           IF WS-FC-HEADER-SEEN(WS-FEED-X)
               PERFORM CHECK-FEED-SEQUENCE
           END-IF
           IF WS-FC-REASON(WS-FEED-X) = SPACES
               SET WS-FC-ACCEPTED(WS-FEED-X) TO TRUE
               ADD 1 TO WS-TOT-FEEDS-ACCEPTED
           ELSE
               SET WS-FC-REJECTED(WS-FEED-X) TO TRUE
               ADD 1 TO WS-TOT-FEEDS-REJECTED
               DISPLAY 'FBMERGE: FEED ' WS-FEED-X
                   ' REJECTED AND HELD BACK - '
                   WS-FC-REASON(WS-FEED-X)
           END-IF.

      ******************************************************************
      * The header must come from the source on file for the feed and
      * carry the next sequence: the last accepted sequence again is a
      * repeat (yesterday's feed sent twice), a higher one means a
      * feed in between was never received.
      ******************************************************************
       CHECK-FEED-SEQUENCE.
           IF WS-FC-KNOWN(WS-FEED-X)
            AND WS-FC-DECL-SOURCE(WS-FEED-X) NOT =
                WS-FC-LAST-SOURCE(WS-FEED-X)
               MOVE 'WRONG SOURCE ID' TO WS-FEED-REASON
               PERFORM SET-FEED-REASON
           END-IF
           IF WS-FC-EXPECTED-SEQ(WS-FEED-X) NOT = 0
               EVALUATE TRUE
                   WHEN WS-FC-DECL-SEQ(WS-FEED-X) =
                        WS-FC-EXPECTED-SEQ(WS-FEED-X)
                       CONTINUE
                   WHEN WS-FC-DECL-SEQ(WS-FEED-X) =
                        WS-FC-BASE-SEQ(WS-FEED-X)
                       MOVE 'SEQUENCE REPEATED' TO WS-FEED-REASON
                       PERFORM SET-FEED-REASON
                   WHEN WS-FC-DECL-SEQ(WS-FEED-X) >
                        WS-FC-EXPECTED-SEQ(WS-FEED-X)
                       MOVE 'SEQUENCE SKIPPED' TO WS-FEED-REASON
                       PERFORM SET-FEED-REASON
                   WHEN OTHER
                       MOVE 'SEQUENCE OUT OF ORDER' TO WS-FEED-REASON
                       PERFORM SET-FEED-REASON
               END-EVALUATE
           END-IF.

       RELEASE-ALL-FEEDS.
           PERFORM RELEASE-FEED-1
           PERFORM RELEASE-FEED-2
           PERFORM RELEASE-FEED-3.
       RELEASE-ALL-FEEDS-EXIT.
           EXIT.

       RELEASE-FEED-1.
           IF WS-FC-ACCEPTED(1)
               OPEN INPUT FB-TRAN1-FILE
               PERFORM UNTIL WS-TRAN1-EOF
                   READ FB-TRAN1-FILE INTO WS-FEED-RECORD
                       AT END
                           SET WS-TRAN1-EOF TO TRUE
                       NOT AT END
                           IF NOT WS-FEED-IS-HEADER
                            AND NOT WS-FEED-IS-TRAILER
                               ADD 1 TO WS-TOT-FEED-1
                               MOVE WS-FEED-RECORD
                                   TO FB-SORT-TRANS-IMAGE
                               MOVE 1 TO FB-SORT-FEED-NO
                               SET FB-SQSQ-RECEIVED TO TRUE
                               PERFORM COUNT-SOURCE-RECORD
                               MOVE WS-FEED-RANK(1) TO FB-SORT-RANK
                               RELEASE FB-SORT-RECORD
                               ADD 1 TO WS-TOT-RELEASED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FB-TRAN1-FILE
           END-IF.

       RELEASE-FEED-2.
           IF WS-FC-ACCEPTED(2)
               OPEN INPUT FB-TRAN2-FILE
               PERFORM UNTIL WS-TRAN2-EOF
                   READ FB-TRAN2-FILE INTO WS-FEED-RECORD
                       AT END
                           SET WS-TRAN2-EOF TO TRUE
                       NOT AT END
                           IF NOT WS-FEED-IS-HEADER
                            AND NOT WS-FEED-IS-TRAILER
                               ADD 1 TO WS-TOT-FEED-2
                               MOVE WS-FEED-RECORD
                                   TO FB-SORT-TRANS-IMAGE
                               MOVE 2 TO FB-SORT-FEED-NO
                               SET FB-SQSQ-RECEIVED TO TRUE
                               PERFORM COUNT-SOURCE-RECORD
                               MOVE WS-FEED-RANK(2) TO FB-SORT-RANK
                               RELEASE FB-SORT-RECORD
                               ADD 1 TO WS-TOT-RELEASED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FB-TRAN2-FILE
           END-IF.

       RELEASE-FEED-3.
           IF WS-FC-ACCEPTED(3)
               OPEN INPUT FB-TRAN3-FILE
               PERFORM UNTIL WS-TRAN3-EOF
                   READ FB-TRAN3-FILE INTO WS-FEED-RECORD
                       AT END
                           SET WS-TRAN3-EOF TO TRUE
                       NOT AT END
                           IF NOT WS-FEED-IS-HEADER
                            AND NOT WS-FEED-IS-TRAILER
                               ADD 1 TO WS-TOT-FEED-3
                               MOVE WS-FEED-RECORD
                                   TO FB-SORT-TRANS-IMAGE
                               MOVE 3 TO FB-SORT-FEED-NO
                               SET FB-SQSQ-RECEIVED TO TRUE
                               PERFORM COUNT-SOURCE-RECORD
                               MOVE WS-FEED-RANK(3) TO FB-SORT-RANK
                               RELEASE FB-SORT-RECORD
                               ADD 1 TO WS-TOT-RELEASED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FB-TRAN3-FILE
           END-IF.

                   PERFORM WRITE-RPT-HEADER
               END-IF
               ADD 1 TO WS-TOT-DROPPED
               SET FB-SQSQ-DUPS-DROPPED TO TRUE
               PERFORM COUNT-SOURCE-RECORD
               MOVE FB-SORT-TRANS-ID  TO DP-TRANS-ID
               MOVE FB-SORT-FEED-NO   TO DP-DROPPED-FEED
               MOVE FB-SORT-TRANS-KEY TO DP-DROPPED-KEY
           MOVE 'DUPLICATES DROPPED'        TO TL-LABEL
           MOVE WS-TOT-DROPPED              TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE.

       WRITE-FEED-CONTROL-REPORT.
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           WRITE FB-RPT-LINE FROM RPT-FEED-TITLE
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           WRITE FB-RPT-LINE FROM RPT-FEED-HEADER
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           PERFORM VARYING WS-FEED-X FROM 1 BY 1 UNTIL WS-FEED-X > 3
               PERFORM WRITE-FEED-LINE
           END-PERFORM
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           MOVE 'FEEDS ACCEPTED'            TO TL-LABEL
           MOVE WS-TOT-FEEDS-ACCEPTED       TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'FEEDS REJECTED AND HELD BACK' TO TL-LABEL
           MOVE WS-TOT-FEEDS-REJECTED       TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'FEEDS MISSING'             TO TL-LABEL
           MOVE WS-TOT-FEEDS-MISSING        TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE.

       WRITE-FEED-LINE.
           MOVE WS-FEED-X                   TO FD-FEED-NO
           MOVE WS-FC-DECL-SOURCE(WS-FEED-X) TO FD-SOURCE-ID
           MOVE WS-FC-DECL-DATE(WS-FEED-X)  TO FD-BUSINESS-DATE
           MOVE WS-FC-DECL-SEQ(WS-FEED-X)   TO FD-SEQUENCE
           IF WS-FC-EXPECTED-SEQ(WS-FEED-X) = 0
               MOVE 'ANY' TO FD-EXPECTED-SEQ
           ELSE
               MOVE WS-FC-EXPECTED-SEQ(WS-FEED-X) TO WS-EDIT-SEQ
               MOVE WS-EDIT-SEQ TO FD-EXPECTED-SEQ
           END-IF
           MOVE WS-FC-DECL-COUNT(WS-FEED-X) TO FD-DECL-COUNT
           MOVE WS-FC-ACT-COUNT(WS-FEED-X)  TO FD-ACT-COUNT
           MOVE WS-FC-DECL-HASH(WS-FEED-X)  TO FD-DECL-HASH
           MOVE WS-FC-ACT-HASH(WS-FEED-X)   TO FD-ACT-HASH
           IF WS-FC-ACCEPTED(WS-FEED-X)
               MOVE 'ACCEPTED' TO FD-RESULT
           ELSE
               MOVE WS-FC-REASON(WS-FEED-X) TO FD-RESULT
           END-IF
           WRITE FB-RPT-LINE FROM RPT-FEED-LINE.

      ******************************************************************
      * An accepted feed advances its FBFDCTL record; a rejected or
      * missing feed's record is written back as it was read, so the
      * same sequence is still expected next run.
      ******************************************************************
       REWRITE-FEED-CONTROL.
           OPEN OUTPUT FB-FDCTL-FILE
           IF WS-FDCTL-FILE-STATUS NOT = '00'
               DISPLAY 'FBMERGE: UNABLE TO REWRITE FBFDCTL '
                   'FEED-CONTROL FILE, STATUS=' WS-FDCTL-FILE-STATUS
               MOVE 16 TO WS-FINAL-RC
           ELSE
               PERFORM VARYING WS-FEED-X FROM 1 BY 1
                       UNTIL WS-FEED-X > 3
                   EVALUATE TRUE
                       WHEN WS-FC-ACCEPTED(WS-FEED-X)
                           PERFORM WRITE-ACCEPTED-CONTROL
                       WHEN WS-FC-KNOWN(WS-FEED-X)
                           WRITE FB-FDCTL-RECORD
                               FROM WS-FC-CONTROL-IMAGE(WS-FEED-X)
                   END-EVALUATE
               END-PERFORM
               CLOSE FB-FDCTL-FILE
           END-IF.

       WRITE-ACCEPTED-CONTROL.
           MOVE WS-FEED-X                    TO FB-FDCTL-FEED-NO
           MOVE WS-FC-DECL-SOURCE(WS-FEED-X) TO FB-FDCTL-SOURCE-ID
           MOVE WS-FC-DECL-DATE(WS-FEED-X)   TO FB-FDCTL-BUSINESS-DATE
           MOVE WS-FC-DECL-SEQ(WS-FEED-X)    TO FB-FDCTL-SEQUENCE
           MOVE WS-FC-BASE-SEQ(WS-FEED-X)    TO FB-FDCTL-PRIOR-SEQUENCE
           MOVE WS-RUN-NUMBER                TO FB-FDCTL-RUN-NUMBER
           MOVE WS-RUN-DATE                  TO FB-FDCTL-RUN-DATE
           WRITE FB-FDCTL-RECORD.
