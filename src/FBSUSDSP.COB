      *         leaves the suspense recycle for good
      *   'R' - force-release the item: its original transaction
      *         image is appended to FBVALID, bypassing the failing
      *         edit, so FIZZBUZZ classifies it this run, and its
      *         ID is appended to the FBTREGO transaction-ID register
      *         FBEDIT just wrote (see FBREGREC), so a later resend
      *         of it is caught as a duplicate
      * Items not named on a card stay in suspense; FBSUSPO is
      * rewritten with only those. The disposition report on
      * FBDSPRPT shows everything actioned and every card that
      * matched nothing. The write-off and release counts go to the
      * FBDSPCTL control file so FBRECON can show them and the day's
      * balance still ties.
      * The items written off, and the suspense left on FBSUSPO after
      * the deck - items and business days outstanding, counted
      * through FBCALDAY as FBEDIT ages them - are also counted by
      * source prefix onto the FBSQSTAT source-quality statistics
      * (see FBSQSREC) for the FBDQSRPT month-end scorecard.
      * Return codes: 00 every card actioned, 04 one or more cards
      * matched no suspense item, 16 bad card deck, capacity, or
      * open failure.
           SELECT FB-WOFF-FILE ASSIGN TO "FBWOFF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOFF-FILE-STATUS.
           SELECT FB-REG-FILE ASSIGN TO "FBTREGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT FB-DSP-CTL-FILE ASSIGN TO "FBDSPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
       FD  FB-WOFF-FILE.
       COPY FBWOFREC.

       FD  FB-REG-FILE.
       COPY FBREGREC.

       FD  FB-DSP-CTL-FILE.
       01  FB-DSP-CTL-RECORD.
           05  FB-DSPC-WRITEOFF-COUNT  PIC 9(9).
       01  WS-VALID-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-WOFF-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-CTL-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-REG-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2) VALUE '00'.

       01  WS-PARM-EOF-SW              PIC X(1) VALUE 'N'.
                                       PIC X(49).

       01  WS-SUSP-TRANS-ID            PIC X(9) VALUE SPACES.
       01  WS-SUSP-AGE-DAYS            PIC S9(9) VALUE 0.

       01  WS-DISP-TOTALS.
           05 WS-TOT-CARDS             PIC 9(9) VALUE 0.
       01  WS-FINAL-RC                 PIC 9(2) VALUE 0.

       COPY FBSTMREC.
       COPY FBCALREQ.
       COPY FBSQSREQ.
       01  WS-PAGE-NO                  PIC 9(4) VALUE 1.
       01  WS-LINE-COUNT               PIC 9(2) VALUE 0.
       01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 40.
                   ' DISPOSITION CARDS MATCHED NO SUSPENSE ITEM'
               MOVE 4 TO WS-FINAL-RC
           END-IF
           PERFORM WRITE-SOURCE-STATISTICS
           PERFORM WRITE-STREAM-LOG
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.
           CALL 'FBSTMLOG' USING FB-STREAM-LOG-RECORD
           END-CALL.

      ******************************************************************
      * Source-quality counts, by the source prefix of the suspense
      * item in hand; the caller sets the measure and the amount. The
      * suspense position is the one this step leaves on FBSUSPO, so
      * the header is marked as a snapshot.
      ******************************************************************
       COUNT-SOURCE-RECORD.
           SET FB-SQSQ-ADD                TO TRUE
           MOVE FB-SUSP-TRANS-DATA(10:12) TO FB-SQSQ-SOURCE-KEY
           CALL 'FBSQSLOG' USING FB-SQS-REQUEST
           END-CALL.

       WRITE-SOURCE-STATISTICS.
           SET FB-SQSQ-WRITE       TO TRUE
           MOVE WS-JOB-NAME        TO FB-SQSQ-STEP-NAME
           MOVE WS-RUN-DATE-NUM    TO FB-SQSQ-RUN-DATE
           MOVE WS-RUN-NUMBER      TO FB-SQSQ-RUN-NUMBER
           MOVE 'Y'                TO FB-SQSQ-SNAPSHOT-SW
           CALL 'FBSQSLOG' USING FB-SQS-REQUEST
           END-CALL.

       COUNT-KEPT-ITEM.
           SET FB-SQSQ-SUSP-ITEMS TO TRUE
           MOVE 1 TO FB-SQSQ-AMOUNT
           PERFORM COUNT-SOURCE-RECORD
           SET FB-CALQ-COUNT-DAYS TO TRUE
           MOVE FB-SUSP-FIRST-DATE TO FB-CALQ-DATE-1
           MOVE WS-RUN-DATE-NUM    TO FB-CALQ-DATE-2
           CALL 'FBCALDAY' USING FB-CALENDAR-REQUEST
           END-CALL
           IF NOT FB-CALQ-INVALID
               MOVE FB-CALQ-DAYS TO WS-SUSP-AGE-DAYS
               IF WS-SUSP-AGE-DAYS > 0
                   SET FB-SQSQ-SUSP-AGE-DAYS TO TRUE
                   MOVE WS-SUSP-AGE-DAYS TO FB-SQSQ-AMOUNT
                   PERFORM COUNT-SOURCE-RECORD
               END-IF
           END-IF.

       LOAD-CARD-DECK.
           OPEN INPUT FB-DSP-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = '00'
               CLOSE FB-VALID-FILE
               CLOSE FB-WOFF-FILE
               STOP RUN
           END-IF
           OPEN EXTEND FB-REG-FILE
           IF WS-REG-FILE-STATUS NOT = '00'
               OPEN OUTPUT FB-REG-FILE
           END-IF
           IF WS-REG-FILE-STATUS NOT = '00'
               DISPLAY 'FBSUSDSP: UNABLE TO OPEN FBTREGO REGISTER '
                   'FILE, STATUS=' WS-REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE FB-SUSP-FILE
               CLOSE FB-VALID-FILE
               CLOSE FB-WOFF-FILE
               CLOSE FBSUSDSP-RPT
               STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE FB-VALID-FILE
           CLOSE FB-WOFF-FILE
           CLOSE FBSUSDSP-RPT
           CLOSE FB-REG-FILE.

      ******************************************************************
      * An item named on a card is written off or force-released;

       WRITE-OFF-ITEM.
           ADD 1 TO WS-TOT-WRITTEN-OFF
           SET FB-SQSQ-WRITTEN-OFF TO TRUE
           MOVE 1 TO FB-SQSQ-AMOUNT
           PERFORM COUNT-SOURCE-RECORD
           MOVE FB-SUSP-TRANS-DATA  TO FB-WOF-TRANS-DATA
           MOVE FB-SUSP-REASON-CODE TO FB-WOF-REASON-CODE
           MOVE FB-SUSP-FIRST-DATE  TO FB-WOF-FIRST-DATE
       FORCE-RELEASE-ITEM.
           ADD 1 TO WS-TOT-RELEASED
           WRITE FB-VALID-RECORD FROM FB-SUSP-TRANS-DATA
           MOVE FB-SUSP-TRANS-DATA(1:9)  TO FB-REG-TRANS-ID
           MOVE FB-SUSP-TRANS-DATA(10:12) TO FB-REG-SOURCE-KEY
           MOVE WS-RUN-NUMBER            TO FB-REG-RUN-NUMBER
           MOVE WS-RUN-DATE-NUM          TO FB-REG-RUN-DATE
           MOVE 'N'                      TO FB-REG-REISSUE-SW
           MOVE WS-JOB-NAME              TO FB-REG-STEP-NAME
           WRITE FB-REGISTER-RECORD
           MOVE 'RELEASED TO FBVALID' TO DP-RESULT
           PERFORM WRITE-DISP-LINE.

                   UNTIL WS-KEEP-X > WS-KEEP-COUNT
               MOVE WS-KEEP-ENTRY(WS-KEEP-X) TO FB-SUSPENSE-RECORD
               WRITE FB-SUSPENSE-RECORD
               PERFORM COUNT-KEPT-ITEM
           END-PERFORM
           CLOSE FB-SUSP-FILE.

