      * without waiting for the next FIZZBUZZ batch window. Builds the
      * same FB-RULE-TABLE as the batch program on every transaction:
      * the FBRULES rule file is read through the CICS FCT under keys
      * FBRULE01-FBRULE99 (a CICS task cannot use batch-style
      * sequential OPEN/READ/CLOSE against a dataset CICS owns), and
      * when no FBRULES records exist the table falls back to the two
      * divisor/label pairs on the FBPARM control card, read the same
      * keyed way. FBRULES may hold several effective-dated versions
      * of the table (see the FBRULVER copybook); the version in
      * force today is chosen by the shared FBRULSEL subprogram, the
      * same choice the batch stream makes for today's business date,
      * and its effective date is shown with a computed
      * classification. Classification itself is shared with the batch
      * program via the FBCLASS subprogram (see src/FBCLASS.COB), so
      * an ops change to the rule set takes effect for both without a
      * recompile and without the two ever drifting apart.
      * holds a prior result for the number, that result and its
      * last-classified date are returned instead of recomputing, so
      * ops sees exactly what the batch stream said. Numbers never
      * batch-classified still fall through to the FBCLASS call,
      * unless FBRULES fails the checks FIZZBUZZ makes on it - then
      * the number is refused rather than classified under a table
      * the batch stream would not run with.
      *
      * NOTE (dialect limitation): this program uses EXEC CICS, which
      * GnuCOBOL's "cobc -fsyntax-only" cannot translate/parse without a

       COPY FBMASTER.

       COPY FBRULVER.

       COPY FBRULTAB.

       COPY FBPEDIT.

       01  WS-PARM-KEY                  PIC X(8) VALUE 'FBPARM01'.

       01  WS-RULE-KEY.
       01  WS-RULE-RECORD.
           05  WS-RULE-IN-DIVISOR       PIC 9(4).
           05  WS-RULE-IN-LABEL         PIC X(10).
           05  WS-RULE-IN-EFF-DATE      PIC 9(8).

       01  WS-RULE-X                    PIC 9(3) VALUE 0.
       01  WS-RULE-IN-DATE              PIC 9(8) VALUE 0.
       01  WS-RULE-AS-OF-DATE           PIC 9(8) VALUE 0.
       01  WS-VER-X                     PIC 9(2) VALUE 0.
       01  WS-TODAY                     PIC 9(8) VALUE 0.

       01  WS-RULE-DONE-SW              PIC X(1) VALUE 'N'.
           88  WS-RULE-DONE             VALUE 'Y'.
       01  WS-RULE-OVERFLOW-SW          PIC X(1) VALUE 'N'.
           88  WS-RULE-OVERFLOW         VALUE 'Y'.
       01  WS-RULE-VER-OVERFLOW-SW      PIC X(1) VALUE 'N'.
           88  WS-RULE-VER-OVERFLOW     VALUE 'Y'.
       01  WS-RULE-SEQ-ERROR-SW         PIC X(1) VALUE 'N'.
           88  WS-RULE-SEQ-ERROR        VALUE 'Y'.
       01  WS-RULES-INVALID-SW          PIC X(1) VALUE 'N'.
           88  WS-RULES-INVALID         VALUE 'Y'.

       01  WS-MASTER-KEY.
           05  WS-MK-NUMBER             PIC 9(9).
           05 WS-OUT-NUMBER             PIC Z(8)9.
           05 FILLER                    PIC X(3) VALUE ' = '.
           05 WS-OUT-CLASS-TEXT         PIC X(10).
           05 FILLER                    PIC X(11) VALUE
               ' RULES EFF '.
           05 WS-OUT-RULE-VERSION       PIC 9(8).

       01  WS-MASTER-OUTPUT.
           05 WS-MST-NUMBER             PIC Z(8)9.
                       MOVE FB-MAST-LAST-DATE   TO WS-MST-LAST-DATE
                       MOVE WS-MASTER-OUTPUT    TO WS-OUTPUT-LINE
                   ELSE
                       IF WS-RULES-INVALID
                           MOVE 'FBRULES FAILS ITS EDITS'
                               TO WS-OUTPUT-LINE
                       ELSE
                           CALL 'FBCLASS' USING WS-INPUT-NUMBER,
                               FB-RULE-TABLE,
                               WS-CLASS-CODE, WS-CLASS-TEXT
                           END-CALL
                           MOVE WS-INPUT-NUMBER TO WS-OUT-NUMBER
                           MOVE FB-RULE-EFF-DATE TO WS-OUT-RULE-VERSION
                           IF WS-CLASS-TEXT = SPACES
                               MOVE SPACES TO WS-OUT-CLASS-TEXT
                           ELSE
                               MOVE WS-CLASS-TEXT TO WS-OUT-CLASS-TEXT
                           END-IF
                           MOVE WS-CLASS-OUTPUT TO WS-OUTPUT-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

      ******************************************************************
      * The same rule versions the batch stream builds: FBRULES
      * records keyed FBRULE01-FBRULE99, each version's rules in
      * priority order and the versions in effective-date order; a
      * NOTFND ends the file. A record whose effective date differs
      * from the one before it starts a new version. When no FBRULES
      * records exist the table falls back to the FBPARM divisor
      * pairs, keeping the card's combined label. The version in
      * force today is then selected into FB-RULE-TABLE.
      ******************************************************************
       BUILD-RULE-TABLE.
           INITIALIZE FB-RULE-VERSION-TABLE
           MOVE 'N' TO WS-RULE-DONE-SW
           PERFORM VARYING WS-RULE-X FROM 1 BY 1
                   UNTIL WS-RULE-X > 99 OR WS-RULE-DONE
               MOVE WS-RULE-X TO WS-RULE-KEY-NO
               EXEC CICS READ
                   FILE('FBRULES')
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM LOAD-RULE-ENTRY
               ELSE
                   SET WS-RULE-DONE TO TRUE
               END-IF
           END-PERFORM
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
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           CALL 'FBRULSEL' USING FB-RULE-VERSION-TABLE, WS-TODAY,
               FB-RULE-TABLE
           END-CALL.

      ******************************************************************
      * A record whose effective date differs from the record before
      * it starts a new version. Records written before versions were
      * introduced carry no date and load as version zero.
      ******************************************************************
       LOAD-RULE-ENTRY.
           IF WS-RULE-IN-EFF-DATE NUMERIC
               MOVE WS-RULE-IN-EFF-DATE TO WS-RULE-IN-DATE
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
                   MOVE WS-RULE-IN-DIVISOR
                       TO FB-RVT-DIVISOR(FB-RVT-COUNT,
                              FB-RVT-RULE-COUNT(FB-RVT-COUNT))
                   MOVE WS-RULE-IN-LABEL
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
      * Every version on the file is put through the checks FIZZBUZZ
      * VALIDATE-RULES makes. A task cannot stop the region, so a
      * failure only sets WS-RULES-INVALID and the caller refuses.
      ******************************************************************
       VALIDATE-RULES.
           IF WS-RULE-OVERFLOW OR WS-RULE-VER-OVERFLOW
            OR WS-RULE-SEQ-ERROR
               SET WS-RULES-INVALID TO TRUE
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
               END-IF
           END-PERFORM.

       READ-PARM-CARD.
           EXEC CICS READ
               FILE('FBPARM')
