      *   - FB-TRANS-ID must be numeric and non-zero
      *   - FB-TRANS-KEY must not be blank
      *   - FB-TRANS-DATE must be a valid calendar date and no more
      *     than WS-MAX-DAYS-OLD business days before the run date
      * A transaction with a VALID date AFTER the run date is not an
      * error: the source systems send effective-dated records. It is
      * parked on the FBHOLDO warehouse file (see FBHLDREC) instead
      * of being classified early. Yesterday's hold file FBHOLDI is
      * re-examined first each run - an item whose date has arrived
      * is released through the normal edits - then yesterday's
      * suspense file FBSUSPI is edited ahead of the fresh feed, so a
      * condition corrected at the source clears automatically. Clean
      * records - released, recycled or fresh - all pass the register
      * check below and reach FBVALID unchanged in FB-TRANS-ID order;
      * FIZZBUZZ reads FBVALID in place of the raw feed. A fresh or
      * released record that fails goes to FBREJECT with a reason
      * code (see FBREJREC) for return to the feeding system, and to
      * the FBSUSPO suspense file (see FBSUSREC) stamped with the run
      * date for automatic retry tomorrow. A suspense record that
      * fails again goes back to FBSUSPO keeping its original
      * first-suspended date; it is not re-sent to FBREJECT.
      * A record that passes the edits must also be new: the FBTREGI
      * transaction-ID register (see FBREGREC) lists every ID already
      * accepted by an earlier run. The register and the day's passed
      * records - released, recycled and fresh - go through one sort
      * on FB-TRANS-ID, register entries first, so each record meets
      * any earlier acceptance of its ID (or an earlier record of the
      * same ID today) before it is written. A repeat is not written
      * to FBVALID; it goes to FBREJECT with reason 05 and is not
      * suspended, since no correction at the source can make it new.
      * The rare ID a source legitimately reissues is let through by
      * a card on the optional FBDUPPRM override deck - transaction
      * ID, source key (blank for any), operator ID and reason - and
      * is registered again flagged as a reissue. The register is
      * written forward to FBTREGO in ID order with the day's
      * accepted IDs added, for tomorrow's FBTREGI.
      * The edit report on FBEDTRPT shows the counts by reason, the
      * duplicates diverted by source prefix (first three bytes of
      * FB-TRANS-KEY) and the override cards used, the
      * aging report on FBAGERPT lists everything left in suspense
      * by business days outstanding, flagging items over
      * WS-AGE-LIMIT-DAYS with '**' so the source systems can be
      * chased, and the holding report on FBHLDRPT lists everything
      * parked with the date it will release. The held and released
      * counts go to the FBHLDCTL control file so FBRECON can show
      * why the day's FBVALID differs from the raw feed and still tie
      * the balance.
      * The rejects by reason code, the newly parked future-dated
      * items and the suspense left on FBSUSPO - items and business
      * days outstanding - are also counted by source prefix onto the
      * FBSQSTAT source-quality statistics (see FBSQSREC) for the
      * FBDQSRPT month-end scorecard.
      * The stale-date edit, the hold release and the suspense aging
      * all count business days through the FBCALDAY subprogram and
      * the FBCALNDR processing calendar, so a long weekend or a
      * holiday does not age a good transaction into a reject.
      * Return codes for the JCL:
      *   00 - every record passed
      *   04 - rejects present, reject rate within tolerance, or
      *        duplicates diverted, or an override card matched
      *        nothing
      *   08 - reject rate over the fresh feed plus released held
      *        items at or above WS-REJECT-RATE-LIMIT percent, stop
      *        the stream
      *   16 - a file could not be opened, or a bad override card
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FB-HLD-CTL-FILE ASSIGN TO "FBHLDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-CTL-FILE-STATUS.
           SELECT FB-OVR-PARM-FILE ASSIGN TO "FBDUPPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVR-PARM-FILE-STATUS.
           SELECT FB-REG-IN-FILE ASSIGN TO "FBTREGI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-IN-FILE-STATUS.
           SELECT FB-REG-OUT-FILE ASSIGN TO "FBTREGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-OUT-FILE-STATUS.
           SELECT FB-EDT-SORT-FILE ASSIGN TO "FBEDTWK".

       DATA DIVISION.
       FILE SECTION.
           05  FB-HLDC-HELD-COUNT          PIC 9(9).
           05  FB-HLDC-RELEASED-COUNT      PIC 9(9).

       FD  FB-OVR-PARM-FILE.
       01  FB-OVR-PARM-RECORD.
           05  FB-OVR-TRANS-ID             PIC 9(9).
           05  FB-OVR-SOURCE-KEY           PIC X(12).
           05  FB-OVR-OPERATOR-ID          PIC X(8).
           05  FB-OVR-REASON               PIC X(20).

       FD  FB-REG-IN-FILE.
       COPY FBREGREC.

       FD  FB-REG-OUT-FILE.
       01  FB-REG-OUT-RECORD               PIC X(44).

       SD  FB-EDT-SORT-FILE.
       01  FB-EDT-SORT-RECORD.
           05  FB-ESR-TRANS-ID             PIC 9(9).
           05  FB-ESR-TYPE                 PIC X(1).
               88  FB-ESR-REGISTER         VALUE 'R'.
               88  FB-ESR-TRANSACTION      VALUE 'T'.
           05  FB-ESR-SEQUENCE             PIC 9(9).
           05  FB-ESR-PHASE                PIC X(1).
           05  FB-ESR-DATA                 PIC X(44).

       WORKING-STORAGE SECTION.
       01  WS-RUNNO-FILE-STATUS            PIC X(2) VALUE '00'.
       01  WS-TRANS-FILE-STATUS            PIC X(2) VALUE '00'.
       01  WS-AGE-RPT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-HLD-RPT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-HLD-CTL-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-OVR-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-REG-IN-FILE-STATUS           PIC X(2) VALUE '00'.
       01  WS-REG-OUT-FILE-STATUS          PIC X(2) VALUE '00'.

       01  WS-TRANS-EOF-SW                 PIC X(1) VALUE 'N'.
           88  WS-TRANS-EOF                VALUE 'Y'.
       01  WS-NO-HOLD-IN-SW                PIC X(1) VALUE 'N'.
           88  WS-NO-HOLD-IN               VALUE 'Y'.

       01  WS-NO-REG-IN-SW                 PIC X(1) VALUE 'N'.
           88  WS-NO-REG-IN                VALUE 'Y'.

       01  WS-REG-EOF-SW                   PIC X(1) VALUE 'N'.
           88  WS-REG-EOF                  VALUE 'Y'.

       01  WS-OVR-EOF-SW                   PIC X(1) VALUE 'N'.
           88  WS-OVR-EOF                  VALUE 'Y'.

       01  WS-ESR-EOF-SW                   PIC X(1) VALUE 'N'.
           88  WS-ESR-EOF                  VALUE 'Y'.

       01  WS-ID-TAKEN-SW                  PIC X(1) VALUE 'N'.
           88  WS-ID-TAKEN                 VALUE 'Y'.

       01  WS-REISSUE-SW                   PIC X(1) VALUE 'N'.
           88  WS-REISSUE                  VALUE 'Y'.

       01  WS-PHASE-SW                     PIC X(1) VALUE 'F'.
           88  WS-PHASE-HOLD               VALUE 'H'.
           88  WS-PHASE-SUSPENSE           VALUE 'S'.
       01  WS-REASON-CODE                  PIC X(2) VALUE SPACES.
       01  WS-FIRST-SUSP-DATE              PIC 9(8) VALUE 0.
       01  WS-FIRST-HOLD-DATE              PIC 9(8) VALUE 0.
       01  WS-RELEASE-DATE                 PIC 9(8) VALUE 0.

       01  WS-RELEASE-SEQ                  PIC 9(9) VALUE 0.
       01  WS-LAST-ESR-ID                  PIC 9(9) VALUE 0.
       01  WS-FIRST-ESR-SW                 PIC X(1) VALUE 'Y'.
           88  WS-FIRST-ESR                VALUE 'Y'.

      * FBDUPPRM reissue override cards, one per ID a source has
      * legitimately reissued; each card lets one record through.
       01  WS-OVR-MAX                      PIC 9(4) VALUE 500.
       01  WS-OVR-COUNT                    PIC 9(4) VALUE 0.
       01  WS-OVR-X                        PIC 9(4) VALUE 0.
       01  WS-OVR-HIT-X                    PIC 9(4) VALUE 0.
       01  WS-OVR-TABLE.
           05  WS-OVR-ENTRY OCCURS 500 TIMES.
               10  WS-OVR-TRANS-ID         PIC 9(9).
               10  WS-OVR-SOURCE-KEY       PIC X(12).
               10  WS-OVR-OPERATOR         PIC X(8).
               10  WS-OVR-REASON           PIC X(20).
               10  WS-OVR-USED-SW          PIC X(1).
                   88  WS-OVR-USED         VALUE 'Y'.

      * Duplicates diverted, by the source prefix of FB-TRANS-KEY.
       01  WS-PFX-MAX                      PIC 9(3) VALUE 50.
       01  WS-PFX-COUNT                    PIC 9(3) VALUE 0.
       01  WS-PFX-X                        PIC 9(3) VALUE 0.
       01  WS-PFX-HIT-X                    PIC 9(3) VALUE 0.
       01  WS-PFX-TABLE.
           05  WS-PFX-ENTRY OCCURS 50 TIMES.
               10  WS-PFX-PREFIX           PIC X(3).
               10  WS-PFX-DUPLICATES       PIC 9(9).

       01  WS-MAX-DAYS-OLD                 PIC 9(2) VALUE 5.
       01  WS-REJECT-RATE-LIMIT            PIC 9(2) VALUE 10.
           05 WS-TOT-BAD-DATE              PIC 9(9) VALUE 0.
           05 WS-TOT-STALE-DATE            PIC 9(9) VALUE 0.

       01  WS-DUP-TOTALS.
           05 WS-TOT-DUPLICATE             PIC 9(9) VALUE 0.
           05 WS-TOT-DUP-FRESH             PIC 9(9) VALUE 0.
           05 WS-TOT-DUP-HOLD              PIC 9(9) VALUE 0.
           05 WS-TOT-DUP-SUSP              PIC 9(9) VALUE 0.
           05 WS-TOT-DUP-OTHER-PFX         PIC 9(9) VALUE 0.
           05 WS-TOT-REG-IN                PIC 9(9) VALUE 0.
           05 WS-TOT-REG-ADDED             PIC 9(9) VALUE 0.
           05 WS-TOT-REG-OUT               PIC 9(9) VALUE 0.
           05 WS-TOT-OVR-CARDS             PIC 9(9) VALUE 0.
           05 WS-TOT-OVR-APPLIED           PIC 9(9) VALUE 0.
           05 WS-TOT-OVR-UNUSED            PIC 9(9) VALUE 0.

       01  WS-SUSP-TOTALS.
           05 WS-TOT-SUSP-IN               PIC 9(9) VALUE 0.
           05 WS-TOT-SUSP-CLEARED          PIC 9(9) VALUE 0.
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                           PIC 9(8).

       01  WS-TRANS-AGE-DAYS               PIC S9(9) VALUE 0.
       01  WS-SUSP-AGE-DAYS                PIC S9(9) VALUE 0.

       COPY FBCALREQ.

       01  WS-DATE-WORK.
           05 WS-DW-YYYY                   PIC 9(4).
           05 WS-DW-MM                     PIC 9(2).
       01  WS-TOT-ALL-IN                   PIC 9(9) VALUE 0.

       COPY FBSTMREC.
       COPY FBSQSREQ.
       01  WS-AGE-PAGE-NO                  PIC 9(4) VALUE 1.
       01  WS-AGE-LINE-COUNT               PIC 9(2) VALUE 0.
       01  WS-HLD-PAGE-NO                  PIC 9(4) VALUE 1.
           05 TL-LABEL                     PIC X(34).
           05 TL-COUNT                     PIC Z(8)9.

       01  RPT-PREFIX-LINE.
           05 FILLER                       PIC X(16) VALUE
               '  SOURCE PREFIX '.
           05 PL-PREFIX                    PIC X(3).
           05 FILLER                       PIC X(15) VALUE SPACES.
           05 PL-COUNT                     PIC Z(8)9.

       01  RPT-OVR-LINE.
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 OL-TRANS-ID                  PIC 9(9).
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 OL-SOURCE-KEY                PIC X(12).
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 OL-OPERATOR                  PIC X(8).
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 OL-REASON                    PIC X(20).
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 OL-RESULT                    PIC X(16).

       01  RPT-RATE-LINE.
           05 FILLER                       PIC X(34) VALUE
               'FEED+RELEASE REJECT RATE (PERCENT)'.
           05 FILLER                  PIC X(14) VALUE 'TRANS-KEY'.
           05 FILLER                  PIC X(7)  VALUE 'REASON'.
           05 FILLER                  PIC X(11) VALUE 'FIRST-DATE'.
           05 FILLER                  PIC X(9)  VALUE 'BUS-DAYS'.

       01  AGE-DETAIL-LINE.
           05 AD-TRANS-ID                  PIC X(9).
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM READ-RUN-NUMBER
           PERFORM LOAD-OVERRIDE-CARDS
           PERFORM OPEN-FILES
           PERFORM WRITE-AGE-RPT-HEADER
           PERFORM WRITE-HLD-RPT-HEADER
           SORT FB-EDT-SORT-FILE
               ON ASCENDING KEY FB-ESR-TRANS-ID
                                FB-ESR-TYPE
                                FB-ESR-SEQUENCE
               INPUT PROCEDURE IS EDIT-ALL-RECORDS
                   THRU EDIT-ALL-RECORDS-EXIT
               OUTPUT PROCEDURE IS CHECK-DUPLICATES
                   THRU CHECK-DUPLICATES-EXIT
           PERFORM WRITE-EDIT-REPORT
           PERFORM WRITE-AGE-RPT-TOTALS
           PERFORM WRITE-HLD-RPT-TOTALS
           PERFORM WRITE-HOLD-CONTROL-FILE
           PERFORM CLOSE-FILES
           PERFORM SET-RETURN-CODE
           PERFORM WRITE-SOURCE-STATISTICS
           PERFORM WRITE-STREAM-LOG
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.
           CALL 'FBSTMLOG' USING FB-STREAM-LOG-RECORD
           END-CALL.

      ******************************************************************
      * Source-quality counts, by the source prefix of the record in
      * hand; the caller sets the measure and the amount.
      ******************************************************************
       COUNT-SOURCE-RECORD.
           SET FB-SQSQ-ADD         TO TRUE
           MOVE FB-TRANS-KEY       TO FB-SQSQ-SOURCE-KEY
           CALL 'FBSQSLOG' USING FB-SQS-REQUEST
           END-CALL.

      * FBSUSPO as written here is the suspense position for the day,
      * so the header is marked as a snapshot.
       WRITE-SOURCE-STATISTICS.
           SET FB-SQSQ-WRITE       TO TRUE
           MOVE WS-JOB-NAME        TO FB-SQSQ-STEP-NAME
           MOVE WS-RUN-DATE-NUM    TO FB-SQSQ-RUN-DATE
           MOVE WS-RUN-NUMBER      TO FB-SQSQ-RUN-NUMBER
           MOVE 'Y'                TO FB-SQSQ-SNAPSHOT-SW
           CALL 'FBSQSLOG' USING FB-SQS-REQUEST
           END-CALL.

      ******************************************************************
      * The run/cycle number is assigned by FIZZBUZZ, which runs
      * after this step; FBRUNNO still holds the previous run's
           END-IF
           ADD 1 TO WS-RUN-NUMBER.

      ******************************************************************
      * The FBDUPPRM override deck is optional - most nights there is
      * no reissue to let through. A card must name a numeric, non-zero
      * ID and the operator who authorised it.
      ******************************************************************
       LOAD-OVERRIDE-CARDS.
           OPEN INPUT FB-OVR-PARM-FILE
           IF WS-OVR-PARM-FILE-STATUS = '00'
               PERFORM UNTIL WS-OVR-EOF
                   READ FB-OVR-PARM-FILE
                       AT END
                           SET WS-OVR-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-OVERRIDE
                   END-READ
               END-PERFORM
               CLOSE FB-OVR-PARM-FILE
           END-IF.

       LOAD-ONE-OVERRIDE.
           IF FB-OVR-TRANS-ID NOT NUMERIC OR FB-OVR-TRANS-ID = 0
               DISPLAY 'FBEDIT: INVALID FBDUPPRM TRANS-ID - MUST '
                   'BE NUMERIC AND NON-ZERO'
               MOVE 16 TO RETURN-CODE
               CLOSE FB-OVR-PARM-FILE
               STOP RUN
           END-IF
           IF FB-OVR-OPERATOR-ID = SPACES
               DISPLAY 'FBEDIT: FBDUPPRM OPERATOR ID IS BLANK'
               MOVE 16 TO RETURN-CODE
               CLOSE FB-OVR-PARM-FILE
               STOP RUN
           END-IF
           IF WS-OVR-COUNT >= WS-OVR-MAX
               DISPLAY 'FBEDIT: MORE THAN ' WS-OVR-MAX
                   ' FBDUPPRM CARDS - SPLIT THE DECK'
               MOVE 16 TO RETURN-CODE
               CLOSE FB-OVR-PARM-FILE
               STOP RUN
           END-IF
           ADD 1 TO WS-OVR-COUNT
           ADD 1 TO WS-TOT-OVR-CARDS
           MOVE FB-OVR-TRANS-ID    TO WS-OVR-TRANS-ID(WS-OVR-COUNT)
           MOVE FB-OVR-SOURCE-KEY  TO WS-OVR-SOURCE-KEY(WS-OVR-COUNT)
           MOVE FB-OVR-OPERATOR-ID TO WS-OVR-OPERATOR(WS-OVR-COUNT)
           MOVE FB-OVR-REASON      TO WS-OVR-REASON(WS-OVR-COUNT)
           MOVE 'N'                TO WS-OVR-USED-SW(WS-OVR-COUNT).

       OPEN-FILES.
           OPEN INPUT FB-TRANS-FILE
           IF WS-TRANS-FILE-STATUS NOT = '00'
                   'STATUS=' WS-HLD-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FB-REG-IN-FILE
           IF WS-REG-IN-FILE-STATUS = '35'
               DISPLAY 'FBEDIT: NO FBTREGI REGISTER - NO TRANS-ID '
                   'ACCEPTED BY AN EARLIER RUN'
               SET WS-NO-REG-IN TO TRUE
           ELSE
               IF WS-REG-IN-FILE-STATUS NOT = '00'
                   DISPLAY 'FBEDIT: UNABLE TO OPEN FBTREGI REGISTER '
                       'FILE, STATUS=' WS-REG-IN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT FB-REG-OUT-FILE
           IF WS-REG-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'FBEDIT: UNABLE TO OPEN FBTREGO REGISTER '
                   'FILE, STATUS=' WS-REG-OUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE FB-SUSP-OUT-FILE
           CLOSE FBEDIT-RPT
           CLOSE FBAGE-RPT
           CLOSE FBHLD-RPT
           IF NOT WS-NO-REG-IN
               CLOSE FB-REG-IN-FILE
           END-IF
           CLOSE FB-REG-OUT-FILE.

      ******************************************************************
      * Sort input: the register entries, then every record that
      * passes the edits, in the order the edits see them - released
      * holds, recycled suspense, fresh feed - so on a repeated ID the
      * earliest record today is the one accepted.
      ******************************************************************
       EDIT-ALL-RECORDS.
           PERFORM RELEASE-REGISTER
           PERFORM PROCESS-HOLD-FILE
           PERFORM PROCESS-SUSPENSE-FILE
           PERFORM PROCESS-FRESH-FEED.
       EDIT-ALL-RECORDS-EXIT.
           EXIT.

       RELEASE-REGISTER.
           IF WS-NO-REG-IN
               SET WS-REG-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-REG-EOF
               READ FB-REG-IN-FILE
                   AT END
                       SET WS-REG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOT-REG-IN
                       MOVE FB-REG-TRANS-ID    TO FB-ESR-TRANS-ID
                       SET FB-ESR-REGISTER     TO TRUE
                       MOVE 0                  TO FB-ESR-SEQUENCE
                       MOVE SPACE              TO FB-ESR-PHASE
                       MOVE FB-REGISTER-RECORD TO FB-ESR-DATA
                       RELEASE FB-EDT-SORT-RECORD
               END-READ
           END-PERFORM.

      ******************************************************************
      * Yesterday's parked items are re-examined first: an item whose
      ******************************************************************
      * A transaction with a valid effective date after the run date
      * is parked, not edited - the source meant it for a later run.
      * A date that is not a business day takes effect on the next
      * business day, so an item dated for a weekend or holiday is
      * released by the first run on or after that business day.
      * An invalid date falls through to the normal edits and fails
      * with reason 03 as before.
      ******************************************************************
               IF WS-EDIT-FAILED
                   PERFORM DISPOSE-FAILED-RECORD
               ELSE
                   PERFORM RELEASE-EDITED-RECORD
               END-IF
           END-IF.

           MOVE 'N' TO WS-FUTURE-DATED-SW
           PERFORM VALIDATE-TRANS-DATE
           IF WS-DATE-VALID
               MOVE FB-TRANS-DATE TO WS-RELEASE-DATE
               SET FB-CALQ-NEXT-DAY TO TRUE
               MOVE FB-TRANS-DATE TO FB-CALQ-DATE-1
               CALL 'FBCALDAY' USING FB-CALENDAR-REQUEST
               END-CALL
               IF NOT FB-CALQ-INVALID
                   MOVE FB-CALQ-RESULT-DATE TO WS-RELEASE-DATE
               END-IF
               IF WS-RELEASE-DATE > WS-RUN-DATE-NUM
                   SET WS-FUTURE-DATED TO TRUE
               END-IF
           END-IF.
               WHEN OTHER
                   ADD 1 TO WS-TOT-HOLD-NEW
                   MOVE WS-RUN-DATE-NUM TO WS-FIRST-HOLD-DATE
                   SET FB-SQSQ-FUTURE-DATED TO TRUE
                   MOVE 1 TO FB-SQSQ-AMOUNT
                   PERFORM COUNT-SOURCE-RECORD
           END-EVALUATE
           ADD 1 TO WS-TOT-HOLD-OUT
           MOVE FB-TRANS-RECORD   TO FB-HOLD-TRANS-DATA
               END-IF
           END-IF
           IF WS-EDIT-PASSED
               SET FB-CALQ-COUNT-DAYS TO TRUE
               MOVE FB-TRANS-DATE   TO FB-CALQ-DATE-1
               MOVE WS-RUN-DATE-NUM TO FB-CALQ-DATE-2
               CALL 'FBCALDAY' USING FB-CALENDAR-REQUEST
               END-CALL
               MOVE FB-CALQ-DAYS TO WS-TRANS-AGE-DAYS
               IF WS-TRANS-AGE-DAYS > WS-MAX-DAYS-OLD
                   MOVE '04' TO WS-REASON-CODE
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

       RELEASE-EDITED-RECORD.
           ADD 1 TO WS-RELEASE-SEQ
           MOVE FB-TRANS-ID     TO FB-ESR-TRANS-ID
           SET FB-ESR-TRANSACTION TO TRUE
           MOVE WS-RELEASE-SEQ  TO FB-ESR-SEQUENCE
           MOVE WS-PHASE-SW     TO FB-ESR-PHASE
           MOVE FB-TRANS-RECORD TO FB-ESR-DATA
           RELEASE FB-EDT-SORT-RECORD.

      ******************************************************************
      * Sort output: each ID's register entries come back ahead of the
      * day's records for it. The register is carried forward as it
      * stands; a record whose ID is already taken - by the register
      * or by an earlier record today - is a duplicate unless an
      * override card lets it through.
      ******************************************************************
       CHECK-DUPLICATES.
           PERFORM UNTIL WS-ESR-EOF
               RETURN FB-EDT-SORT-FILE
                   AT END
                       SET WS-ESR-EOF TO TRUE
                   NOT AT END
                       PERFORM DISPOSE-EDITED-RECORD
               END-RETURN
           END-PERFORM.
       CHECK-DUPLICATES-EXIT.
           EXIT.

       DISPOSE-EDITED-RECORD.
           IF WS-FIRST-ESR OR FB-ESR-TRANS-ID NOT = WS-LAST-ESR-ID
               MOVE 'N' TO WS-FIRST-ESR-SW
               MOVE FB-ESR-TRANS-ID TO WS-LAST-ESR-ID
               MOVE 'N' TO WS-ID-TAKEN-SW
           END-IF
           IF FB-ESR-REGISTER
               ADD 1 TO WS-TOT-REG-OUT
               WRITE FB-REG-OUT-RECORD FROM FB-ESR-DATA
               SET WS-ID-TAKEN TO TRUE
           ELSE
               MOVE FB-ESR-DATA(1:39) TO FB-TRANS-RECORD
               MOVE FB-ESR-PHASE      TO WS-PHASE-SW
               MOVE 'N' TO WS-REISSUE-SW
               IF WS-ID-TAKEN
                   PERFORM FIND-REISSUE-OVERRIDE
               END-IF
               IF WS-ID-TAKEN AND NOT WS-REISSUE
                   PERFORM DIVERT-DUPLICATE-RECORD
               ELSE
                   PERFORM WRITE-VALID-RECORD
                   PERFORM WRITE-REGISTER-ENTRY
                   SET WS-ID-TAKEN TO TRUE
               END-IF
           END-IF.

       FIND-REISSUE-OVERRIDE.
           MOVE 0 TO WS-OVR-HIT-X
           PERFORM VARYING WS-OVR-X FROM 1 BY 1
                   UNTIL WS-OVR-X > WS-OVR-COUNT
               IF WS-OVR-TRANS-ID(WS-OVR-X) = FB-TRANS-ID
                AND NOT WS-OVR-USED(WS-OVR-X)
                AND (WS-OVR-SOURCE-KEY(WS-OVR-X) = SPACES
                 OR WS-OVR-SOURCE-KEY(WS-OVR-X) = FB-TRANS-KEY)
                   MOVE WS-OVR-X TO WS-OVR-HIT-X
                   MOVE WS-OVR-COUNT TO WS-OVR-X
               END-IF
           END-PERFORM
           IF WS-OVR-HIT-X NOT = 0
               SET WS-OVR-USED(WS-OVR-HIT-X) TO TRUE
               SET WS-REISSUE TO TRUE
               ADD 1 TO WS-TOT-OVR-APPLIED
           END-IF.

       WRITE-REGISTER-ENTRY.
           ADD 1 TO WS-TOT-REG-ADDED
           ADD 1 TO WS-TOT-REG-OUT
           MOVE FB-TRANS-ID     TO FB-REG-TRANS-ID
           MOVE FB-TRANS-KEY    TO FB-REG-SOURCE-KEY
           MOVE WS-RUN-NUMBER   TO FB-REG-RUN-NUMBER
           MOVE WS-RUN-DATE-NUM TO FB-REG-RUN-DATE
           MOVE WS-REISSUE-SW   TO FB-REG-REISSUE-SW
           MOVE WS-JOB-NAME     TO FB-REG-STEP-NAME
           WRITE FB-REG-OUT-RECORD FROM FB-REGISTER-RECORD.

      ******************************************************************
      * A duplicate goes back to the feeder under reason 05 whichever
      * phase it came from; it leaves the hold or suspense cycle too.
      ******************************************************************
       DIVERT-DUPLICATE-RECORD.
           ADD 1 TO WS-TOT-DUPLICATE
           EVALUATE TRUE
               WHEN WS-PHASE-HOLD
                   ADD 1 TO WS-TOT-DUP-HOLD
               WHEN WS-PHASE-SUSPENSE
                   ADD 1 TO WS-TOT-DUP-SUSP
               WHEN OTHER
                   ADD 1 TO WS-TOT-DUP-FRESH
           END-EVALUATE
           MOVE '05' TO WS-REASON-CODE
           PERFORM WRITE-REJECT-RECORD
           SET FB-SQSQ-REJECT-05 TO TRUE
           MOVE 1 TO FB-SQSQ-AMOUNT
           PERFORM COUNT-SOURCE-RECORD
           MOVE 0 TO WS-PFX-HIT-X
           PERFORM VARYING WS-PFX-X FROM 1 BY 1
                   UNTIL WS-PFX-X > WS-PFX-COUNT
               IF WS-PFX-PREFIX(WS-PFX-X) = FB-TRANS-KEY(1:3)
                   MOVE WS-PFX-X TO WS-PFX-HIT-X
                   MOVE WS-PFX-COUNT TO WS-PFX-X
               END-IF
           END-PERFORM
           IF WS-PFX-HIT-X = 0
               IF WS-PFX-COUNT < WS-PFX-MAX
                   ADD 1 TO WS-PFX-COUNT
                   MOVE WS-PFX-COUNT TO WS-PFX-HIT-X
                   MOVE FB-TRANS-KEY(1:3)
                       TO WS-PFX-PREFIX(WS-PFX-HIT-X)
                   MOVE 0 TO WS-PFX-DUPLICATES(WS-PFX-HIT-X)
               END-IF
           END-IF
           IF WS-PFX-HIT-X = 0
               ADD 1 TO WS-TOT-DUP-OTHER-PFX
           ELSE
               ADD 1 TO WS-PFX-DUPLICATES(WS-PFX-HIT-X)
           END-IF.

       WRITE-VALID-RECORD.
           ADD 1 TO WS-TOT-ACCEPTED
           IF WS-PHASE-SUSPENSE
       DISPOSE-FAILED-RECORD.
           IF NOT WS-PHASE-SUSPENSE
               ADD 1 TO WS-TOT-REJECTED
               MOVE 1 TO FB-SQSQ-AMOUNT
               EVALUATE WS-REASON-CODE
                   WHEN '01'
                       ADD 1 TO WS-TOT-BAD-ID
                       SET FB-SQSQ-REJECT-01 TO TRUE
                       PERFORM COUNT-SOURCE-RECORD
                   WHEN '02'
                       ADD 1 TO WS-TOT-BAD-KEY
                       SET FB-SQSQ-REJECT-02 TO TRUE
                       PERFORM COUNT-SOURCE-RECORD
                   WHEN '03'
                       ADD 1 TO WS-TOT-BAD-DATE
                       SET FB-SQSQ-REJECT-03 TO TRUE
                       PERFORM COUNT-SOURCE-RECORD
                   WHEN '04'
                       ADD 1 TO WS-TOT-STALE-DATE
                       SET FB-SQSQ-REJECT-04 TO TRUE
                       PERFORM COUNT-SOURCE-RECORD
               END-EVALUATE
               ADD 1 TO WS-TOT-SUSP-NEW
               PERFORM WRITE-REJECT-RECORD
           IF WS-AGE-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-AGE-RPT-HEADER
           END-IF
           SET FB-CALQ-COUNT-DAYS TO TRUE
           MOVE WS-FIRST-SUSP-DATE TO FB-CALQ-DATE-1
           MOVE WS-RUN-DATE-NUM    TO FB-CALQ-DATE-2
           CALL 'FBCALDAY' USING FB-CALENDAR-REQUEST
           END-CALL
           MOVE FB-CALQ-DAYS TO WS-SUSP-AGE-DAYS
           SET FB-SQSQ-SUSP-ITEMS TO TRUE
           MOVE 1 TO FB-SQSQ-AMOUNT
           PERFORM COUNT-SOURCE-RECORD
           IF WS-SUSP-AGE-DAYS > 0
               SET FB-SQSQ-SUSP-AGE-DAYS TO TRUE
               MOVE WS-SUSP-AGE-DAYS TO FB-SQSQ-AMOUNT
               PERFORM COUNT-SOURCE-RECORD
           END-IF
           MOVE FB-TRANS-ID(1:9)   TO AD-TRANS-ID
           MOVE FB-TRANS-KEY       TO AD-TRANS-KEY
           MOVE WS-REASON-CODE     TO AD-REASON-CODE
           MOVE '04 TRANS-DATE TOO OLD'     TO TL-LABEL
           MOVE WS-TOT-STALE-DATE           TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE '05 TRANS-ID ALREADY ACCEPTED' TO TL-LABEL
           MOVE WS-TOT-DUPLICATE            TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           MOVE 'SUSPENSE ITEMS RECYCLED'   TO TL-LABEL
           MOVE WS-TOT-SUSP-IN              TO TL-COUNT
               MOVE 0 TO WS-REJECT-RATE
           END-IF
           MOVE WS-REJECT-RATE TO RL-RATE
           WRITE FB-RPT-LINE FROM RPT-RATE-LINE
           PERFORM WRITE-DUPLICATE-REPORT.

      ******************************************************************
      * Duplicates are returned to the feeder but are not edit
      * failures, so they stay out of the reject rate above.
      ******************************************************************
       WRITE-DUPLICATE-REPORT.
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           MOVE 'DUPLICATES - RELEASED HOLDS' TO TL-LABEL
           MOVE WS-TOT-DUP-HOLD             TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'DUPLICATES - RECYCLED SUSPENSE' TO TL-LABEL
           MOVE WS-TOT-DUP-SUSP             TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'DUPLICATES - FRESH FEED'   TO TL-LABEL
           MOVE WS-TOT-DUP-FRESH            TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'DUPLICATES BY SOURCE PREFIX' TO TL-LABEL
           MOVE WS-TOT-DUPLICATE            TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           PERFORM VARYING WS-PFX-X FROM 1 BY 1
                   UNTIL WS-PFX-X > WS-PFX-COUNT
               MOVE WS-PFX-PREFIX(WS-PFX-X)     TO PL-PREFIX
               MOVE WS-PFX-DUPLICATES(WS-PFX-X) TO PL-COUNT
               WRITE FB-RPT-LINE FROM RPT-PREFIX-LINE
           END-PERFORM
           IF WS-TOT-DUP-OTHER-PFX > 0
               MOVE '  ALL OTHER PREFIXES'      TO TL-LABEL
               MOVE WS-TOT-DUP-OTHER-PFX        TO TL-COUNT
               WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           END-IF
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           MOVE 'REISSUE OVERRIDE CARDS'    TO TL-LABEL
           MOVE WS-TOT-OVR-CARDS            TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'REISSUE OVERRIDES APPLIED' TO TL-LABEL
           MOVE WS-TOT-OVR-APPLIED          TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           PERFORM VARYING WS-OVR-X FROM 1 BY 1
                   UNTIL WS-OVR-X > WS-OVR-COUNT
               MOVE WS-OVR-TRANS-ID(WS-OVR-X)   TO OL-TRANS-ID
               MOVE WS-OVR-SOURCE-KEY(WS-OVR-X) TO OL-SOURCE-KEY
               MOVE WS-OVR-OPERATOR(WS-OVR-X)   TO OL-OPERATOR
               MOVE WS-OVR-REASON(WS-OVR-X)     TO OL-REASON
               IF WS-OVR-USED(WS-OVR-X)
                   MOVE 'REISSUE ACCEPTED' TO OL-RESULT
               ELSE
                   MOVE 'NOT USED'         TO OL-RESULT
                   ADD 1 TO WS-TOT-OVR-UNUSED
                   DISPLAY 'FBEDIT: FBDUPPRM OVERRIDE FOR TRANS-ID '
                       WS-OVR-TRANS-ID(WS-OVR-X)
                       ' MATCHED NO DUPLICATE'
               END-IF
               WRITE FB-RPT-LINE FROM RPT-OVR-LINE
           END-PERFORM
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           MOVE 'REGISTER ENTRIES READ'     TO TL-LABEL
           MOVE WS-TOT-REG-IN               TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'REGISTER ENTRIES ADDED'    TO TL-LABEL
           MOVE WS-TOT-REG-ADDED            TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'REGISTER ENTRIES WRITTEN'  TO TL-LABEL
           MOVE WS-TOT-REG-OUT              TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE.

       WRITE-AGE-RPT-HEADER.
           IF WS-AGE-LINE-COUNT NOT = 0
           END-IF
           MOVE FB-TRANS-ID(1:9)    TO HD-TRANS-ID
           MOVE FB-TRANS-KEY        TO HD-TRANS-KEY
           MOVE WS-RELEASE-DATE     TO HD-RELEASE-DATE
           MOVE WS-FIRST-HOLD-DATE  TO HD-FIRST-DATE
           WRITE FB-HLD-RPT-LINE FROM HLD-DETAIL-LINE
           ADD 1 TO WS-HLD-LINE-COUNT.
       SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-TOT-REJECTED = 0 AND WS-TOT-SUSP-STILL = 0
                AND WS-TOT-DUPLICATE = 0 AND WS-TOT-OVR-UNUSED = 0
                   MOVE 0 TO WS-FINAL-RC
               WHEN WS-REJECT-RATE >= WS-REJECT-RATE-LIMIT
                   MOVE WS-REJECT-RATE TO RL-RATE
