       PROGRAM-ID. FBXACK.
      ******************************************************************
      * FBXACK - downstream acknowledgment intake. FBXTRACT logs
      * every shipped interface file generation to FBXISSUE (see
      * FBXISREC) with its certification count and hash; each
      * receiver returns an FB-ACK-RECORD (see FBACKREC) on FBACKIN
      * giving its receiver ID, the generation it loaded, the count
      * it received, and the hash it computed. A subscribed
      * receiver's file (see FBXSUBRC) is tracked by receiver and
      * generation - each receiver numbers its own generations, so
      * only that receiver's ack settles it; the single FBXTFILE
      * shipped without subscriptions is logged with a blank
      * receiver ID and settled by an ack from any receiver. This
      * step matches the acks against the outstanding issued
      * generations:
      *   - a clean ack (count and hash both match) resolves the
      *     generation and drops it from FBXISSUE
      *   - a count or hash mismatch goes to the exceptions report
      *     and the generation stays outstanding
      *   - a second ack for an already-resolved generation is
      *     reported as a duplicate
      *   - an ack for a receiver and generation not on the log is
      *     reported
      *   - an outstanding generation with no clean ack by the
      *     business day after it was issued is reported as
      *     unacknowledged; until then it is left pending without an
      *     exception, since its ack is not yet due - a generation
      *     issued on Friday is not chased on Saturday, nor on a
      *     Monday holiday (business days per FBCALDAY)
      * FBXISSUE is rewritten with only the still-outstanding
      * generations. The exceptions report goes to FBACKRPT, followed
      * by the acknowledgment position of each receiver.
      * Return codes: 00 every generation resolved cleanly, 08
      * exceptions present - the scheduler pages operations, 16 open
      * or capacity failure.
               10  WS-ISS-RUN-NUMBER   PIC 9(6).
               10  WS-ISS-COUNT        PIC 9(9).
               10  WS-ISS-HASH         PIC 9(18).
               10  WS-ISS-RECEIVER-ID  PIC X(8).
               10  WS-ISS-FEED         PIC X(1).
               10  WS-ISS-STATUS       PIC X(1).
                   88  WS-ISS-OUTSTANDING  VALUE 'O'.
                   88  WS-ISS-RESOLVED     VALUE 'R'.
                   88  WS-ISS-MISMATCHED   VALUE 'M'.

      ******************************************************************
      * Acknowledgment position by receiver, for the summary that
      * follows the exceptions. The single-file generations (blank
      * receiver ID) are totalled under a blank receiver.
      ******************************************************************
       01  WS-RCV-MAX                  PIC 9(3) VALUE 100.
       01  WS-RCV-COUNT                PIC 9(3) VALUE 0.
       01  WS-RCV-X                    PIC 9(3) VALUE 0.
       01  WS-RCV-HIT-X                PIC 9(3) VALUE 0.
       01  WS-RCV-KEY                  PIC X(8) VALUE SPACES.
       01  WS-RCV-TABLE.
           05  WS-RCV-ENTRY OCCURS 100 TIMES.
               10  WS-RCV-RECEIVER-ID  PIC X(8).
               10  WS-RCV-ISSUED-IN    PIC 9(6).
               10  WS-RCV-RESOLVED     PIC 9(6).
               10  WS-RCV-MISMATCHED   PIC 9(6).
               10  WS-RCV-UNACKED      PIC 9(6).
               10  WS-RCV-PENDING      PIC 9(6).

       01  WS-ACK-TOTALS.
           05 WS-TOT-ISSUED-IN         PIC 9(9) VALUE 0.
           05 WS-TOT-ACKS-READ         PIC 9(9) VALUE 0.
       01  WS-FINAL-RC                 PIC 9(2) VALUE 0.

       COPY FBSTMREC.
       COPY FBCALREQ.
       01  WS-PAGE-NO                  PIC 9(4) VALUE 1.
       01  WS-LINE-COUNT               PIC 9(2) VALUE 0.
       01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 40.
           05 TL-LABEL                 PIC X(34).
           05 TL-COUNT                 PIC Z(8)9.

       01  RPT-RCV-TITLE.
           05 FILLER                   PIC X(40) VALUE
               'ACKNOWLEDGMENT POSITION BY RECEIVER'.

       01  RPT-RCV-HEADER.
           05 FILLER              PIC X(10) VALUE 'RECEIVER'.
           05 FILLER              PIC X(11) VALUE 'OUTSTANDING'.
           05 FILLER              PIC X(10) VALUE '  RESOLVED'.
           05 FILLER              PIC X(10) VALUE '  MISMATCH'.
           05 FILLER              PIC X(10) VALUE '   UNACKED'.
           05 FILLER              PIC X(10) VALUE '   PENDING'.

       01  RPT-RCV-LINE.
           05 RL-RECEIVER-ID           PIC X(8).
           05 FILLER                   PIC X(7)  VALUE SPACES.
           05 RL-ISSUED-IN             PIC Z(5)9.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 RL-RESOLVED              PIC Z(5)9.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 RL-MISMATCHED            PIC Z(5)9.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 RL-UNACKED               PIC Z(5)9.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 RL-PENDING               PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM CHASE-UNACKED-GENS
           PERFORM REWRITE-ISSUE-LOG
           PERFORM WRITE-ACK-TOTALS
           PERFORM WRITE-RECEIVER-SUMMARY
           CLOSE FBXACK-RPT
           IF WS-TOT-EXCEPTIONS > 0
               DISPLAY 'FBXACK: ' WS-TOT-EXCEPTIONS
               WS-ISS-COUNT(WS-ISSUE-COUNT)
           MOVE FB-XIS-HASH-TOTAL   TO
               WS-ISS-HASH(WS-ISSUE-COUNT)
           MOVE FB-XIS-RECEIVER-ID  TO
               WS-ISS-RECEIVER-ID(WS-ISSUE-COUNT)
           MOVE FB-XIS-FEED         TO
               WS-ISS-FEED(WS-ISSUE-COUNT)
           MOVE 'O'                 TO
               WS-ISS-STATUS(WS-ISSUE-COUNT)
           MOVE FB-XIS-RECEIVER-ID TO WS-RCV-KEY
           PERFORM FIND-RECEIVER-ENTRY
           ADD 1 TO WS-RCV-ISSUED-IN(WS-RCV-HIT-X).

       OPEN-REPORT.
           OPEN OUTPUT FBXACK-RPT
               CLOSE FB-ACK-FILE
           END-IF.

      ******************************************************************
      * The ack settles the receiver's own generation when there is
      * one on the log; failing that, a single-file generation of
      * that number, which any receiver may acknowledge.
      ******************************************************************
       MATCH-ONE-ACK.
           MOVE 0 TO WS-ISSUE-HIT-X
           PERFORM VARYING WS-ISSUE-X FROM 1 BY 1
                   UNTIL WS-ISSUE-X > WS-ISSUE-COUNT
               IF WS-ISS-GENERATION(WS-ISSUE-X) = FB-ACK-GENERATION
                AND WS-ISS-RECEIVER-ID(WS-ISSUE-X) = FB-ACK-RECEIVER-ID
                   MOVE WS-ISSUE-X TO WS-ISSUE-HIT-X
                   MOVE WS-ISSUE-COUNT TO WS-ISSUE-X
               END-IF
           END-PERFORM
           IF WS-ISSUE-HIT-X = 0
               PERFORM VARYING WS-ISSUE-X FROM 1 BY 1
                       UNTIL WS-ISSUE-X > WS-ISSUE-COUNT
                   IF WS-ISS-GENERATION(WS-ISSUE-X) = FB-ACK-GENERATION
                    AND WS-ISS-RECEIVER-ID(WS-ISSUE-X) = SPACES
                       MOVE WS-ISSUE-X TO WS-ISSUE-HIT-X
                       MOVE WS-ISSUE-COUNT TO WS-ISSUE-X
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ISSUE-HIT-X > 0
               MOVE WS-ISS-RECEIVER-ID(WS-ISSUE-HIT-X) TO WS-RCV-KEY
               PERFORM FIND-RECEIVER-ENTRY
           END-IF
           EVALUATE TRUE
               WHEN WS-ISSUE-HIT-X = 0
                   ADD 1 TO WS-TOT-UNKNOWN-GENS
                   MOVE ZEROES            TO EX-RUN-DATE
                   MOVE ZEROES            TO EX-RUN-NUMBER
                   MOVE FB-ACK-RECEIVER-ID TO EX-RECEIVER-ID
                   MOVE 'ACK FOR RECEIVER/GENERATION NOT ON LOG'
                       TO EX-TEXT
                   PERFORM WRITE-EXCEPT-LINE
               WHEN WS-ISS-RESOLVED(WS-ISSUE-HIT-X)
                   ADD 1 TO WS-TOT-MISMATCHED
                   ADD 1 TO WS-TOT-EXCEPTIONS
                   MOVE 'M' TO WS-ISS-STATUS(WS-ISSUE-HIT-X)
                   ADD 1 TO WS-RCV-MISMATCHED(WS-RCV-HIT-X)
                   PERFORM FILL-EXCEPT-FROM-ISSUE
                   MOVE FB-ACK-RECEIVER-ID TO EX-RECEIVER-ID
                   MOVE 'COUNT/HASH MISMATCH - STILL OUTSTANDING'
               WHEN OTHER
                   ADD 1 TO WS-TOT-RESOLVED
                   MOVE 'R' TO WS-ISS-STATUS(WS-ISSUE-HIT-X)
                   ADD 1 TO WS-RCV-RESOLVED(WS-RCV-HIT-X)
           END-EVALUATE.

      ******************************************************************
      * A generation with no clean ack by the business day after it
      * was issued is the page-worthy case; until then it is merely
      * pending - its ack is not due until the receivers' next
      * return cycle, and the receivers do not return acks on a
      * weekend or holiday. The business days are counted by FBCALDAY
      * against the FBCALNDR processing calendar. Each receiver's
      * generations are chased under its own receiver ID.
      ******************************************************************
       CHASE-UNACKED-GENS.
           PERFORM VARYING WS-ISSUE-X FROM 1 BY 1
                   UNTIL WS-ISSUE-X > WS-ISSUE-COUNT
               IF WS-ISS-OUTSTANDING(WS-ISSUE-X)
                   MOVE WS-ISS-RECEIVER-ID(WS-ISSUE-X) TO WS-RCV-KEY
                   PERFORM FIND-RECEIVER-ENTRY
                   SET FB-CALQ-COUNT-DAYS TO TRUE
                   MOVE WS-ISS-RUN-DATE(WS-ISSUE-X) TO FB-CALQ-DATE-1
                   MOVE WS-RUN-DATE-NUM TO FB-CALQ-DATE-2
                   CALL 'FBCALDAY' USING FB-CALENDAR-REQUEST
                   END-CALL
                   IF FB-CALQ-INVALID
                       MOVE 1 TO FB-CALQ-DAYS
                   END-IF
                   IF FB-CALQ-DAYS >= 1
                       ADD 1 TO WS-TOT-UNACKED
                       ADD 1 TO WS-TOT-EXCEPTIONS
                       ADD 1 TO WS-RCV-UNACKED(WS-RCV-HIT-X)
                       MOVE WS-ISSUE-X TO WS-ISSUE-HIT-X
                       PERFORM FILL-EXCEPT-FROM-ISSUE
                       MOVE WS-ISS-RECEIVER-ID(WS-ISSUE-X)
                           TO EX-RECEIVER-ID
                       MOVE 'NO ACKNOWLEDGMENT RECEIVED'
                           TO EX-TEXT
                       PERFORM WRITE-EXCEPT-LINE
                   ELSE
                       ADD 1 TO WS-TOT-PENDING
                       ADD 1 TO WS-RCV-PENDING(WS-RCV-HIT-X)
                   END-IF
               END-IF
           END-PERFORM.
                       TO FB-XIS-RECORD-COUNT
                   MOVE WS-ISS-HASH(WS-ISSUE-X)
                       TO FB-XIS-HASH-TOTAL
                   MOVE WS-ISS-RECEIVER-ID(WS-ISSUE-X)
                       TO FB-XIS-RECEIVER-ID
                   MOVE WS-ISS-FEED(WS-ISSUE-X)
                       TO FB-XIS-FEED
                   WRITE FB-XISSUE-RECORD
               END-IF
           END-PERFORM
           MOVE 'UNACKNOWLEDGED GENERATIONS'  TO TL-LABEL
           MOVE WS-TOT-UNACKED                TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'PENDING (ACK NOT YET DUE)'   TO TL-LABEL
           MOVE WS-TOT-PENDING                TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'TOTAL EXCEPTIONS'            TO TL-LABEL
           MOVE WS-TOT-EXCEPTIONS             TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE.

      ******************************************************************
      * Finds WS-RCV-KEY in the receiver summary table, adding it on
      * first sight; WS-RCV-HIT-X is left pointing at it.
      ******************************************************************
       FIND-RECEIVER-ENTRY.
           MOVE 0 TO WS-RCV-HIT-X
           PERFORM VARYING WS-RCV-X FROM 1 BY 1
                   UNTIL WS-RCV-X > WS-RCV-COUNT
               IF WS-RCV-RECEIVER-ID(WS-RCV-X) = WS-RCV-KEY
                   MOVE WS-RCV-X TO WS-RCV-HIT-X
               END-IF
           END-PERFORM
           IF WS-RCV-HIT-X = 0
               IF WS-RCV-COUNT >= WS-RCV-MAX
                   DISPLAY 'FBXACK: RECEIVER TABLE FULL AT '
                       WS-RCV-MAX ' RECEIVERS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RCV-COUNT
               MOVE WS-RCV-COUNT TO WS-RCV-HIT-X
               MOVE WS-RCV-KEY TO WS-RCV-RECEIVER-ID(WS-RCV-HIT-X)
               MOVE 0 TO WS-RCV-ISSUED-IN(WS-RCV-HIT-X)
               MOVE 0 TO WS-RCV-RESOLVED(WS-RCV-HIT-X)
               MOVE 0 TO WS-RCV-MISMATCHED(WS-RCV-HIT-X)
               MOVE 0 TO WS-RCV-UNACKED(WS-RCV-HIT-X)
               MOVE 0 TO WS-RCV-PENDING(WS-RCV-HIT-X)
           END-IF.

       WRITE-RECEIVER-SUMMARY.
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           WRITE FB-RPT-LINE FROM RPT-RCV-TITLE
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           WRITE FB-RPT-LINE FROM RPT-RCV-HEADER
           PERFORM VARYING WS-RCV-X FROM 1 BY 1
                   UNTIL WS-RCV-X > WS-RCV-COUNT
               IF WS-RCV-RECEIVER-ID(WS-RCV-X) = SPACES
                   MOVE '(ALL)' TO RL-RECEIVER-ID
               ELSE
                   MOVE WS-RCV-RECEIVER-ID(WS-RCV-X) TO RL-RECEIVER-ID
               END-IF
               MOVE WS-RCV-ISSUED-IN(WS-RCV-X)   TO RL-ISSUED-IN
               MOVE WS-RCV-RESOLVED(WS-RCV-X)    TO RL-RESOLVED
               MOVE WS-RCV-MISMATCHED(WS-RCV-X)  TO RL-MISMATCHED
               MOVE WS-RCV-UNACKED(WS-RCV-X)     TO RL-UNACKED
               MOVE WS-RCV-PENDING(WS-RCV-X)     TO RL-PENDING
               WRITE FB-RPT-LINE FROM RPT-RCV-LINE
           END-PERFORM.
