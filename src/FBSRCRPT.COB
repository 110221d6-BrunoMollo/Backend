      * matching the breakout FIZZBUZZ appends to FBHIST. The rule
      * labels for the column footnote come from the FBRULES rule
      * table, falling back to the FBPARM divisor pairs the same way
      * FIZZBUZZ builds its table; every effective-dated version on
      * FBRULES is keyed, and the report closes with the number of
      * records each version classified, taken from the
      * FB-RULE-VERSION stamped on FBOUTPUT. Counter-mode records
      * carry a blank source key and group under a blank prefix. The
      * grand-total line must tie back to the run's total-records
      * figure, so the last FBHIST record's FB-HIST-TOT-RECORDS is
      * read and the report says IN BALANCE or OUT OF BALANCE the
      * same way FBRECON does. A source whose percentages suddenly
      * shift is the earliest warning that its extract broke.
      * Each source's mix is also added to the FBSQSTAT source-quality
      * statistics (see FBSQSREC) for the FBDQSRPT month-end
      * scorecard; the blank counter-mode prefix is not a source
      * system and is left out.
      * A counter-mode restart continuation skips the history append
      * in FIZZBUZZ, so the last FBHIST record belongs to a prior
      * run and no tie is possible; like FBRECON, that case (and an
      * instead of paging operations with an out-of-balance.
      * Return codes: 00 in balance, 04 cannot tie (restart
      * continuation or no history), 08 grand total does not tie to
      * history, 16 open failure or an FBRULES deck that fails the
      * rule-table edits.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  FB-RULE-RECORD.
           05  FB-RULE-IN-DIVISOR      PIC 9(4).
           05  FB-RULE-IN-LABEL        PIC X(10).
           05  FB-RULE-IN-EFF-DATE     PIC 9(8).

       FD  FB-OUTPUT-FILE.
       COPY FBOUTREC.
               10  FB-SORT-SOURCE-PFX  PIC X(3).
               10  FILLER              PIC X(9).
           05  FB-SORT-RUN-NUMBER      PIC 9(6).
           05  FB-SORT-RULE-VERSION    PIC 9(8).

       FD  FB-SORTED-FILE.
       01  FB-SORTED-RECORD.
               10  FB-SRTD-SOURCE-PFX  PIC X(3).
               10  FILLER              PIC X(9).
           05  FB-SRTD-RUN-NUMBER      PIC 9(6).
           05  FB-SRTD-RULE-VERSION    PIC 9(8).

       FD  FB-HIST-FILE.
       COPY FBHISTRY.

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

       01  WS-RULE-X                   PIC 9(2) VALUE 0.
       01  WS-VER-X                    PIC 9(2) VALUE 0.
       01  WS-RULE-IN-DATE             PIC 9(8) VALUE 0.
       01  WS-RULE-AS-OF-DATE          PIC 9(8) VALUE 0.
       01  WS-PEDIT-X                  PIC 9(2) VALUE 0.
       01  WS-VER-UNMATCHED            PIC 9(9) VALUE 0.
       01  WS-VER-USED-TABLE.
           05  WS-VER-USED             OCCURS 10 TIMES
                                       PIC 9(9).

       COPY FBRULVER.

       COPY FBRULTAB.

       COPY FBPEDIT.

       01  WS-CODE-DIGIT-X.
           05 WS-CODE-DIGIT            PIC 9(1).

       01  WS-FINAL-RC                 PIC 9(2) VALUE 0.

       COPY FBSTMREC.
       COPY FBSQSREQ.

       01  RPT-HEADER-LINE-1.
           05 FILLER                   PIC X(6)  VALUE 'JOB: '.
           05 FILLER              PIC X(10) VALUE '    TOTAL'.

       01  RPT-RULE-KEY-LINE.
           05 FILLER                   PIC X(4)  VALUE 'EFF '.
           05 RK-EFF-DATE              PIC 9(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(5)  VALUE 'RULE '.
           05 RK-RULE-NO               PIC 9(1).
           05 FILLER                   PIC X(2)  VALUE ': '.
       01  RPT-RESULT-LINE.
           05 RS-TEXT                  PIC X(50).

       01  RPT-VERSION-HEADER.
           05 FILLER                   PIC X(40) VALUE
               'RECORDS CLASSIFIED BY RULE VERSION'.

       01  RPT-VERSION-LINE.
           05 FILLER                   PIC X(20) VALUE
               'VERSION EFFECTIVE'.
           05 VL-EFF-DATE              PIC 9(8).
           05 FILLER                   PIC X(6)  VALUE SPACES.
           05 VL-COUNT                 PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           MOVE ZEROES TO WS-SRC-TOTALS
           MOVE ZEROES TO WS-GRAND-TOTALS
           MOVE ZEROES TO WS-VER-USED-TABLE
           PERFORM READ-PARM-CARD
           PERFORM BUILD-RULE-TABLE
           SORT FB-SORT-FILE
               PERFORM WRITE-SOURCE-BREAK
           END-IF
           PERFORM WRITE-GRAND-TOTALS
           PERFORM WRITE-VERSION-COUNTS
           PERFORM TIE-TO-HISTORY
           CLOSE FB-SORTED-FILE
           CLOSE FBSRC-RPT
           PERFORM WRITE-SOURCE-STATISTICS
           PERFORM WRITE-STREAM-LOG
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.
           CALL 'FBSTMLOG' USING FB-STREAM-LOG-RECORD
           END-CALL.

       WRITE-SOURCE-STATISTICS.
           SET FB-SQSQ-WRITE       TO TRUE
           MOVE WS-JOB-NAME        TO FB-SQSQ-STEP-NAME
           MOVE WS-RUN-DATE        TO FB-SQSQ-RUN-DATE
           MOVE WS-RUN-NUMBER      TO FB-SQSQ-RUN-NUMBER
           MOVE 'N'                TO FB-SQSQ-SNAPSHOT-SW
           CALL 'FBSQSLOG' USING FB-SQS-REQUEST
           END-CALL.

       READ-PARM-CARD.
           OPEN INPUT FB-PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
      ******************************************************************
      * Rule labels for the column key, from the FBRULES rule table
      * with the FBPARM divisor pairs as the fallback - the same
      * versions FIZZBUZZ classifies under. Each record's effective
      * date groups it into its version (see the FBRULVER copybook);
      * an undated record is version zero. The deck is held to the
      * same edits FIZZBUZZ makes - no more than 10 versions of no
      * more than 9 rules, in effective-date order, every version
      * through FBRULEVL - so the key never shows a truncated table.
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
               DISPLAY 'FBSRCRPT: NO FBRULES RULE TABLE - USING '
                   'FBPARM DIVISOR PAIRS'
           END-IF
           IF FB-RVT-COUNT = 0
               MOVE 1                 TO FB-RVT-COUNT
               MOVE ZEROES            TO FB-RVT-EFF-DATE(1)
               MOVE 2                 TO FB-RVT-RULE-COUNT(1)
               MOVE FB-DIVISOR-1      TO FB-RVT-DIVISOR(1, 1)
               MOVE FB-LABEL-1        TO FB-RVT-LABEL(1, 1)
               MOVE FB-DIVISOR-2      TO FB-RVT-DIVISOR(1, 2)
               MOVE FB-LABEL-2        TO FB-RVT-LABEL(1, 2)
               MOVE FB-COMBINED-LABEL TO FB-RVT-COMBINED-LABEL(1)
           END-IF
           PERFORM VALIDATE-RULES.

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
      * Every version on the file is edited, the same as FIZZBUZZ
      * VALIDATE-RULES, before the history is sorted or the report
      * opened, so a deck FIZZBUZZ would refuse is never reported on.
      ******************************************************************
       VALIDATE-RULES.
           IF WS-RULE-OVERFLOW
               SET WS-RULES-INVALID TO TRUE
               DISPLAY 'FBSRCRPT: FBRULES HAS MORE THAN 9 RULES IN '
                   'ONE VERSION'
           END-IF
           IF WS-RULE-VER-OVERFLOW
               SET WS-RULES-INVALID TO TRUE
               DISPLAY 'FBSRCRPT: FBRULES HAS MORE THAN 10 VERSIONS'
           END-IF
           IF WS-RULE-SEQ-ERROR
               SET WS-RULES-INVALID TO TRUE
               DISPLAY 'FBSRCRPT: FBRULES VERSIONS NOT IN EFFECTIVE-'
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
                   DISPLAY 'FBSRCRPT: RULE VERSION EFFECTIVE '
                       FB-RVT-EFF-DATE(WS-VER-X) ' FAILED EDIT'
                   PERFORM VARYING WS-PEDIT-X FROM 1 BY 1
                           UNTIL WS-PEDIT-X > FB-PEDIT-ERROR-COUNT
                              OR WS-PEDIT-X > 8
                       DISPLAY 'FBSRCRPT: '
                           FB-PEDIT-MESSAGE(WS-PEDIT-X)
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-RULES-INVALID
               DISPLAY 'FBSRCRPT: FBRULES REJECTED - NO REPORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-FILES.
               PERFORM WRITE-SOURCE-BREAK
               MOVE FB-SRTD-SOURCE-PFX TO WS-CURRENT-PFX
           END-IF
           PERFORM TALLY-RULE-VERSION
           EVALUATE TRUE
               WHEN FB-SRTD-CLASS-CODE = 'C'
                   ADD 1 TO WS-SRC-COMBINED
           END-EVALUATE
           ADD 1 TO WS-SRC-RECORDS.

       TALLY-RULE-VERSION.
           PERFORM VARYING WS-VER-X FROM 1 BY 1
                   UNTIL WS-VER-X > FB-RVT-COUNT
                      OR FB-RVT-EFF-DATE(WS-VER-X) =
                         FB-SRTD-RULE-VERSION
               CONTINUE
           END-PERFORM
           IF WS-VER-X > FB-RVT-COUNT
               ADD 1 TO WS-VER-UNMATCHED
           ELSE
               ADD 1 TO WS-VER-USED(WS-VER-X)
           END-IF.

      ******************************************************************
      * Control break: print the finished source's line, roll its
      * counts into the grand totals, clear for the next source.
           MOVE WS-CURRENT-PFX    TO SL-SOURCE-PFX
           PERFORM COMPUTE-SOURCE-PCTS
           WRITE FB-RPT-LINE FROM RPT-SOURCE-LINE
           IF WS-CURRENT-PFX NOT = SPACES
               PERFORM COUNT-SOURCE-MIX
           END-IF
           PERFORM VARYING WS-RULE-X FROM 1 BY 1
                   UNTIL WS-RULE-X > 9
               ADD WS-SRC-RULE(WS-RULE-X) TO WS-GT-RULE(WS-RULE-X)
           ADD WS-SRC-RECORDS     TO WS-GT-RECORDS
           MOVE ZEROES TO WS-SRC-TOTALS.

      ******************************************************************
      * The source's mix onto the source-quality statistics, in the
      * same six columns as the report line.
      ******************************************************************
       COUNT-SOURCE-MIX.
           SET FB-SQSQ-ADD         TO TRUE
           MOVE WS-CURRENT-PFX     TO FB-SQSQ-SOURCE-KEY
           SET FB-SQSQ-MIX-RULE-1  TO TRUE
           MOVE WS-SRC-RULE(1)     TO FB-SQSQ-AMOUNT
           CALL 'FBSQSLOG' USING FB-SQS-REQUEST
           END-CALL
           SET FB-SQSQ-MIX-RULE-2  TO TRUE
           MOVE WS-SRC-RULE(2)     TO FB-SQSQ-AMOUNT
           CALL 'FBSQSLOG' USING FB-SQS-REQUEST
           END-CALL
           SET FB-SQSQ-MIX-RULE-3  TO TRUE
           MOVE WS-SRC-RULE(3)     TO FB-SQSQ-AMOUNT
           CALL 'FBSQSLOG' USING FB-SQS-REQUEST
           END-CALL
           SET FB-SQSQ-MIX-OTHER   TO TRUE
           MOVE WS-SRC-OTHER       TO FB-SQSQ-AMOUNT
           CALL 'FBSQSLOG' USING FB-SQS-REQUEST
           END-CALL
           SET FB-SQSQ-MIX-COMBINED TO TRUE
           MOVE WS-SRC-COMBINED    TO FB-SQSQ-AMOUNT
           CALL 'FBSQSLOG' USING FB-SQS-REQUEST
           END-CALL
           SET FB-SQSQ-MIX-PLAIN   TO TRUE
           MOVE WS-SRC-PLAIN       TO FB-SQSQ-AMOUNT
           CALL 'FBSQSLOG' USING FB-SQS-REQUEST
           END-CALL.

      ******************************************************************
      * Fill the seven count/percentage column pairs from WS-SRC-*;
      * rules four through nine report under the OTHER column, the
           WRITE FB-RPT-LINE FROM RPT-SOURCE-LINE
           MOVE ZEROES TO WS-SRC-TOTALS.

      ******************************************************************
      * Records per rule-table version. A version no longer on
      * FBRULES (or an FBOUTPUT written before versions were stamped)
      * is counted on its own line so the section still adds up to
      * the grand total.
      ******************************************************************
       WRITE-VERSION-COUNTS.
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           WRITE FB-RPT-LINE FROM RPT-VERSION-HEADER
           PERFORM VARYING WS-VER-X FROM 1 BY 1
                   UNTIL WS-VER-X > FB-RVT-COUNT
               MOVE FB-RVT-EFF-DATE(WS-VER-X) TO VL-EFF-DATE
               MOVE WS-VER-USED(WS-VER-X)     TO VL-COUNT
               WRITE FB-RPT-LINE FROM RPT-VERSION-LINE
           END-PERFORM
           IF WS-VER-UNMATCHED > 0
               MOVE 'VERSION NOT ON FBRULES' TO TI-LABEL
               MOVE WS-VER-UNMATCHED         TO TI-COUNT
               WRITE FB-RPT-LINE FROM RPT-TIE-LINE
           END-IF.

      ******************************************************************
      * The run being reported is the history record carrying the
      * run/cycle number stamped on this run's FBOUTPUT records - the
           WRITE FB-RPT-LINE FROM RPT-HEADER-LINE-1
           WRITE FB-RPT-LINE FROM RPT-HEADER-LINE-2
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           PERFORM VARYING WS-VER-X FROM 1 BY 1
                   UNTIL WS-VER-X > FB-RVT-COUNT
               PERFORM VARYING WS-RULE-X FROM 1 BY 1
                       UNTIL WS-RULE-X > FB-RVT-RULE-COUNT(WS-VER-X)
                   MOVE FB-RVT-EFF-DATE(WS-VER-X) TO RK-EFF-DATE
                   MOVE WS-RULE-X                 TO RK-RULE-NO
                   MOVE FB-RVT-DIVISOR(WS-VER-X, WS-RULE-X)
                                                  TO RK-DIVISOR
                   MOVE FB-RVT-LABEL(WS-VER-X, WS-RULE-X)
                                                  TO RK-LABEL
                   WRITE FB-RPT-LINE FROM RPT-RULE-KEY-LINE
               END-PERFORM
           END-PERFORM
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           WRITE FB-RPT-LINE FROM RPT-COL-HEADER
