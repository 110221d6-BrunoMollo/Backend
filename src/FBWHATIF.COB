      * The business reviews and signs off this delta before the
      * candidate rules go to production via FBPMNT or the batch
      * card deck. Both cards are edited by the shared FBPARMVL
      * subprogram and every version of both rule tables by the
      * shared FBRULEVL subprogram first. Either rule file may carry
      * several effective-dated versions (see the FBRULVER
      * copybook); each number is classified under the version of
      * each set in force on its FB-TRANS-DATE (the run date in
      * counter mode), chosen by the shared FBRULSEL subprogram the
      * way FIZZBUZZ chooses it.
      * Given a change number on the optional FBWIFCHG card, the
      * candidate is instead a change waiting on FBPCHG (see FBPCHREC)
      * and FBPARM2/FBRULES2 are not read: a card change is tried with
      * its new card and the production rules (the new card's divisor
      * pairs when there is no FBRULES), a rule-version change with
      * the production card and FBRULES as it will stand once the
      * change is applied, worked out by the same FBRULAPL routine
      * FIZZBUZZ applies it with. The delta totals are then attached
      * to the change on FBPCHG for the checker on the FBAP
      * transaction, and the step is recorded on FBAUDIT. FBPCHG is
      * held in core and written back whole, the same as FIZZBUZZ
      * does, so a step given a change number runs in the nightly
      * batch window while FBPCHG is closed to the CICS region and no
      * FBPM entry or FBAP decision can be made. As a check, FBPCHG
      * is read again just before it is written back; if it no
      * longer matches what was loaded, something has updated it in
      * between, the delta is not attached and the step ends with
      * RC 16.
      * Return codes: 00 clean, 16 missing or invalid card, invalid
      * rule table, change not found or no longer applicable, FBPCHG
      * updated while the step ran, or open failure.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FBWHATIF-RPT ASSIGN TO "FBWIFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT FB-WIFCHG-FILE ASSIGN TO "FBWIFCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WIFCHG-FILE-STATUS.
           SELECT FB-PCHG-FILE ASSIGN TO "FBPCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCHG-FILE-STATUS.
           SELECT FB-RUNNO-FILE ASSIGN TO "FBRUNNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNNO-FILE-STATUS.
           SELECT FB-AUDIT-FILE ASSIGN TO "FBAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  FB-RULE-RECORD.
           05  FB-RULE-IN-DIVISOR          PIC 9(4).
           05  FB-RULE-IN-LABEL            PIC X(10).
           05  FB-RULE-IN-EFF-DATE         PIC 9(8).

       FD  FB-RULE2-FILE.
       01  FB-RULE2-RECORD.
           05  FB-RULE2-IN-DIVISOR         PIC 9(4).
           05  FB-RULE2-IN-LABEL           PIC X(10).
           05  FB-RULE2-IN-EFF-DATE        PIC 9(8).

       FD  FB-VALID-FILE.
       COPY FBTRANIN.
       FD  FBWHATIF-RPT.
       01  FB-RPT-LINE                     PIC X(132).

       FD  FB-WIFCHG-FILE.
       01  FB-WIFCHG-RECORD.
           05  FB-WIFCHG-CHANGE-ID         PIC X(6).
           05  FILLER                      PIC X(74).

       FD  FB-PCHG-FILE.
       01  FB-PCHG-FILE-RECORD             PIC X(446).

       FD  FB-RUNNO-FILE.
       01  FB-RUNNO-RECORD.
           05  FB-RUNNO-NUMBER             PIC 9(6).

       FD  FB-AUDIT-FILE.
       COPY FBAUDREC.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS             PIC X(2) VALUE '00'.
       01  WS-PARM2-FILE-STATUS            PIC X(2) VALUE '00'.
       01  WS-RULE2-FILE-STATUS            PIC X(2) VALUE '00'.
       01  WS-VALID-FILE-STATUS            PIC X(2) VALUE '00'.
       01  WS-RPT-FILE-STATUS              PIC X(2) VALUE '00'.
       01  WS-WIFCHG-FILE-STATUS           PIC X(2) VALUE '00'.
       01  WS-PCHG-FILE-STATUS             PIC X(2) VALUE '00'.
       01  WS-RUNNO-FILE-STATUS            PIC X(2) VALUE '00'.
       01  WS-AUDIT-FILE-STATUS            PIC X(2) VALUE '00'.

       01  WS-VALID-EOF-SW                 PIC X(1) VALUE 'N'.
           88  WS-VALID-EOF                VALUE 'Y'.
       01  WS-RULE2-EOF-SW                 PIC X(1) VALUE 'N'.
           88  WS-RULE2-EOF                VALUE 'Y'.

       01  WS-CUR-FALLBACK-SW              PIC X(1) VALUE 'N'.
           88  WS-CUR-FALLBACK             VALUE 'Y'.

      ******************************************************************
      * A pending change as the candidate: FBPCHG in core, the change
      * tried and where it sits in the table.
      ******************************************************************
       01  WS-CHANGE-MODE-SW               PIC X(1) VALUE 'N'.
           88  WS-CHANGE-MODE              VALUE 'Y'.
       01  WS-PCHG-EOF-SW                  PIC X(1) VALUE 'N'.
           88  WS-PCHG-EOF                 VALUE 'Y'.
       01  WS-PCHG-MOVED-SW                PIC X(1) VALUE 'N'.
           88  WS-PCHG-MOVED               VALUE 'Y'.
       01  WS-WIF-CHANGE-ID                PIC 9(6) VALUE 0.
       01  WS-CHANGE-MAX                   PIC 9(4) VALUE 500.
       01  WS-CHANGE-COUNT                 PIC 9(4) VALUE 0.
       01  WS-CHANGE-X                     PIC 9(4) VALUE 0.
       01  WS-CHANGE-FOUND-X               PIC 9(4) VALUE 0.
       01  WS-CHANGE-TABLE.
           05  WS-CHANGE-ENTRY OCCURS 500 TIMES
                                           PIC X(446).

       COPY FBPCHREC.

       01  WS-APL-FUNCTION                 PIC X(1) VALUE SPACE.
       01  WS-APL-RC                       PIC 9(2) VALUE 0.
       01  WS-RUN-NUMBER                   PIC 9(6) VALUE 0.
       01  WS-AUD-TIME                     PIC 9(8) VALUE 0.

       01  WS-RULE-X                       PIC 9(2) VALUE 0.
       01  WS-VER-X                        PIC 9(2) VALUE 0.
       01  WS-RULE-IN-DATE                 PIC 9(8) VALUE 0.
       01  WS-RULE-AS-OF-DATE              PIC 9(8) VALUE 0.
       01  WS-RULE-SEL-DATE                PIC 9(8) VALUE 0.

      ******************************************************************
      * Candidate divisor set - the FBPARM2 card image laid out the
           05  WS-CAND-RESTART-FLAG        PIC X(1).
           05  WS-CAND-CKPT-INTERVAL       PIC 9(6).

       COPY FBRULVER.

       COPY FBRULTAB.

      ******************************************************************
      * Candidate rule versions and rule table - laid out the same as
      * FB-RULE-VERSION-TABLE and FB-RULE-TABLE so FBRULSEL, FBRULEVL
      * and FBCLASS can work on either set through the same linkage,
      * the same mirroring WS-CAND-PARM does for the card.
      ******************************************************************
       01  WS-CAND-VERSION-TABLE.
           05  WS-CVT-COUNT                PIC 9(2).
           05  WS-CVT-VERSION OCCURS 10 TIMES.
               10  WS-CVT-EFF-DATE         PIC 9(8).
               10  WS-CVT-RULE-COUNT       PIC 9(2).
               10  WS-CVT-COMBINED-LABEL   PIC X(10).
               10  WS-CVT-ENTRY OCCURS 9 TIMES.
                   15  WS-CVT-DIVISOR      PIC 9(4).
                   15  WS-CVT-LABEL        PIC X(10).

       01  WS-CAND-RULE-TABLE.
           05  WS-CRT-RULE-COUNT           PIC 9(2).
           05  WS-CRT-COMBINED-LABEL       PIC X(10).
           05  WS-CRT-RULE-ENTRY OCCURS 9 TIMES.
               10  WS-CRT-RULE-DIVISOR     PIC 9(4).
               10  WS-CRT-RULE-LABEL       PIC X(10).
           05  WS-CRT-EFF-DATE             PIC 9(8).

       COPY FBPEDIT.

           05 WS-RUN-YYYY                  PIC 9(4).
           05 WS-RUN-MM                    PIC 9(2).
           05 WS-RUN-DD                    PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                           PIC 9(8).

       01  WS-JOB-NAME                     PIC X(8) VALUE 'FBWHATIF'.
       01  WS-STEP-NAME                    PIC X(8) VALUE 'STEP01'.

       01  RPT-BLANK-LINE                  PIC X(1) VALUE SPACE.

       01  RPT-CHANGE-LINE.
           05 FILLER                       PIC X(20) VALUE
               'CANDIDATE IS CHANGE '.
           05 CH-CHANGE-ID                 PIC 9(6).
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 CH-CHANGE-FILE               PIC X(8).
           05 FILLER                       PIC X(11) VALUE
               'ENTERED BY '.
           05 CH-MAKER-ID                  PIC X(8).
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 CH-MAKER-NOTE                PIC X(20).

       01  RPT-SET-LINE.
           05 SL-LABEL                     PIC X(11).
           05 FILLER                       PIC X(4)  VALUE 'EFF '.
           05 SL-EFF-DATE                  PIC 9(8).
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 SL-RULE-NO                   PIC 9(1).
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 SL-DIVISOR                   PIC 9(4).
           MOVE ZEROES TO WS-CUR-TOTALS
           MOVE ZEROES TO WS-CAND-TOTALS
           PERFORM READ-CURRENT-PARM
           PERFORM READ-CHANGE-CARD
           IF WS-CHANGE-MODE
               PERFORM LOAD-PENDING-CHANGE
           ELSE
               PERFORM READ-CANDIDATE-PARM
           END-IF
           PERFORM BUILD-CURRENT-RULES
           PERFORM BUILD-CANDIDATE-RULES
           OPEN OUTPUT FBWHATIF-RPT
               STOP RUN
           END-IF
           PERFORM WRITE-RPT-HEADER
           IF WS-CHANGE-MODE
               PERFORM WRITE-CHANGE-LINE
           END-IF
           PERFORM WRITE-SET-LINES
           IF FB-MODE-TRANSACTION
               PERFORM COMPARE-TRANSACTION-FILE
           END-IF
           PERFORM WRITE-COMPARE-TOTALS
           CLOSE FBWHATIF-RPT
           IF WS-CHANGE-MODE
               PERFORM ATTACH-WHATIF-DELTA
           END-IF
           STOP RUN.

       READ-CURRENT-PARM.
               STOP RUN
           END-IF.

      ******************************************************************
      * The FBWIFCHG card is optional; without it the candidate comes
      * from FBPARM2 and FBRULES2 as before.
      ******************************************************************
       READ-CHANGE-CARD.
           OPEN INPUT FB-WIFCHG-FILE
           IF WS-WIFCHG-FILE-STATUS = '00'
               READ FB-WIFCHG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FB-WIFCHG-CHANGE-ID NOT NUMERIC
                           DISPLAY 'FBWHATIF: FBWIFCHG CHANGE NUMBER '
                               'NOT NUMERIC: ' FB-WIFCHG-CHANGE-ID
                           MOVE 16 TO RETURN-CODE
                           CLOSE FB-WIFCHG-FILE
                           STOP RUN
                       END-IF
                       MOVE FB-WIFCHG-CHANGE-ID TO WS-WIF-CHANGE-ID
                       SET WS-CHANGE-MODE TO TRUE
               END-READ
               CLOSE FB-WIFCHG-FILE
           END-IF.

      ******************************************************************
      * The change must still be open - pending or approved but not
      * yet applied. A card change's new card is edited here as the
      * FBPARM2 card would be.
      ******************************************************************
       LOAD-PENDING-CHANGE.
           OPEN INPUT FB-PCHG-FILE
           IF WS-PCHG-FILE-STATUS NOT = '00'
               DISPLAY 'FBWHATIF: FBPCHG PENDING-CHANGE FILE NOT '
                   'FOUND, STATUS=' WS-PCHG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PCHG-EOF
               READ FB-PCHG-FILE
                   AT END
                       SET WS-PCHG-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-CHANGE-ENTRY
               END-READ
           END-PERFORM
           CLOSE FB-PCHG-FILE
           IF WS-CHANGE-FOUND-X = 0
               DISPLAY 'FBWHATIF: CHANGE ' WS-WIF-CHANGE-ID
                   ' NOT FOUND ON FBPCHG'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CHANGE-ENTRY(WS-CHANGE-FOUND-X)
               TO FB-PENDING-CHANGE-RECORD
           IF NOT FB-PCH-PENDING AND NOT FB-PCH-APPROVED
               DISPLAY 'FBWHATIF: CHANGE ' WS-WIF-CHANGE-ID
                   ' IS NO LONGER OPEN, STATUS=' FB-PCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FB-PCH-PARM-CHANGE
            AND FB-PCH-OLD-CARD NOT = FB-PARM-RECORD
               DISPLAY 'FBWHATIF: CHANGE ' WS-WIF-CHANGE-ID
                   ' - FBPARM NO LONGER MATCHES ITS OLD CARD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FB-PCH-PARM-CHANGE
               MOVE FB-PCH-NEW-CARD TO WS-CAND-PARM
               CALL 'FBPARMVL' USING WS-CAND-PARM, FB-PARM-EDIT-RESULT
               END-CALL
               IF FB-PEDIT-ERROR-COUNT > 0
                   PERFORM DISPLAY-EDIT-MESSAGES
                   DISPLAY 'FBWHATIF: CHANGE ' WS-WIF-CHANGE-ID
                       ' NEW CARD FAILED EDITS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE FB-PARM-RECORD TO WS-CAND-PARM
           END-IF.

       LOAD-CHANGE-ENTRY.
           IF WS-CHANGE-COUNT >= WS-CHANGE-MAX
               DISPLAY 'FBWHATIF: FBPCHG TABLE FULL AT ' WS-CHANGE-MAX
                   ' RECORDS'
               MOVE 16 TO RETURN-CODE
               CLOSE FB-PCHG-FILE
               STOP RUN
           END-IF
           ADD 1 TO WS-CHANGE-COUNT
           MOVE FB-PCHG-FILE-RECORD TO WS-CHANGE-ENTRY(WS-CHANGE-COUNT)
           MOVE FB-PCHG-FILE-RECORD TO FB-PENDING-CHANGE-RECORD
           IF FB-PCH-CHANGE-ID = WS-WIF-CHANGE-ID
            AND WS-CHANGE-COUNT > 1
               MOVE WS-CHANGE-COUNT TO WS-CHANGE-FOUND-X
           END-IF.

       DISPLAY-EDIT-MESSAGES.
           PERFORM VARYING WS-PEDIT-X FROM 1 BY 1
                   UNTIL WS-PEDIT-X > FB-PEDIT-ERROR-COUNT
           END-PERFORM.

      ******************************************************************
      * Production rule versions from FBRULES, falling back to the two
      * FBPARM divisor pairs - the same versions FIZZBUZZ builds, so
      * the comparison is against what production will really do. A
      * record whose effective date differs from the one before it
      * starts a new version; an undated record is version zero.
      ******************************************************************
       BUILD-CURRENT-RULES.
           INITIALIZE FB-RULE-VERSION-TABLE
           OPEN INPUT FB-RULE-FILE
           IF WS-RULE-FILE-STATUS = '00'
               PERFORM UNTIL WS-RULE-EOF
                       AT END
                           SET WS-RULE-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-CURRENT-RULE
                   END-READ
               END-PERFORM
               CLOSE FB-RULE-FILE
               DISPLAY 'FBWHATIF: NO FBRULES RULE TABLE - USING '
                   'FBPARM DIVISOR PAIRS'
           END-IF
           IF FB-RVT-COUNT = 0
               SET WS-CUR-FALLBACK TO TRUE
               MOVE 1                 TO FB-RVT-COUNT
               MOVE ZEROES            TO FB-RVT-EFF-DATE(1)
               MOVE 2                 TO FB-RVT-RULE-COUNT(1)
               MOVE FB-DIVISOR-1      TO FB-RVT-DIVISOR(1, 1)
               MOVE FB-LABEL-1        TO FB-RVT-LABEL(1, 1)
               MOVE FB-DIVISOR-2      TO FB-RVT-DIVISOR(1, 2)
               MOVE FB-LABEL-2        TO FB-RVT-LABEL(1, 2)
               MOVE FB-COMBINED-LABEL TO FB-RVT-COMBINED-LABEL(1)
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
                   PERFORM DISPLAY-EDIT-MESSAGES
                   DISPLAY 'FBWHATIF: CURRENT RULE VERSION EFFECTIVE '
                       FB-RVT-EFF-DATE(WS-VER-X) ' FAILED EDITS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.

       LOAD-CURRENT-RULE.
           IF FB-RULE-IN-EFF-DATE NUMERIC
               MOVE FB-RULE-IN-EFF-DATE TO WS-RULE-IN-DATE
           ELSE
               MOVE ZEROES TO WS-RULE-IN-DATE
           END-IF
           IF FB-RVT-COUNT = 0
               PERFORM START-CURRENT-VERSION
           ELSE
               IF WS-RULE-IN-DATE NOT = FB-RVT-EFF-DATE(FB-RVT-COUNT)
                   PERFORM START-CURRENT-VERSION
               END-IF
           END-IF
           IF FB-RVT-RULE-COUNT(FB-RVT-COUNT) >= 9
               DISPLAY 'FBWHATIF: FBRULES HAS MORE THAN 9 RULES IN '
                   'ONE VERSION'
               MOVE 16 TO RETURN-CODE
               CLOSE FB-RULE-FILE
               STOP RUN
           END-IF
           ADD 1 TO FB-RVT-RULE-COUNT(FB-RVT-COUNT)
           MOVE FB-RULE-IN-DIVISOR
               TO FB-RVT-DIVISOR(FB-RVT-COUNT,
                      FB-RVT-RULE-COUNT(FB-RVT-COUNT))
           MOVE FB-RULE-IN-LABEL
               TO FB-RVT-LABEL(FB-RVT-COUNT,
                      FB-RVT-RULE-COUNT(FB-RVT-COUNT)).

       START-CURRENT-VERSION.
           IF FB-RVT-COUNT >= 10
               DISPLAY 'FBWHATIF: FBRULES HAS MORE THAN 10 VERSIONS'
               MOVE 16 TO RETURN-CODE
               CLOSE FB-RULE-FILE
               STOP RUN
           END-IF
           IF FB-RVT-COUNT > 0
               IF WS-RULE-IN-DATE < FB-RVT-EFF-DATE(FB-RVT-COUNT)
                   DISPLAY 'FBWHATIF: FBRULES VERSIONS NOT IN '
                       'EFFECTIVE-DATE ORDER'
                   MOVE 16 TO RETURN-CODE
                   CLOSE FB-RULE-FILE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO FB-RVT-COUNT
           MOVE WS-RULE-IN-DATE TO FB-RVT-EFF-DATE(FB-RVT-COUNT).

      ******************************************************************
      * Candidate rule versions from FBRULES2, falling back to the two
      * divisor pairs on the FBPARM2 candidate card - or, for a pending
      * change, built from the production versions.
      ******************************************************************
       BUILD-CANDIDATE-RULES.
           INITIALIZE WS-CAND-VERSION-TABLE
           IF WS-CHANGE-MODE
               PERFORM BUILD-CHANGE-CANDIDATE
           ELSE
               PERFORM LOAD-CANDIDATE-FILE
           END-IF
           IF WS-CVT-COUNT = 0
               MOVE 1                      TO WS-CVT-COUNT
               MOVE ZEROES                 TO WS-CVT-EFF-DATE(1)
               MOVE 2                      TO WS-CVT-RULE-COUNT(1)
               MOVE WS-CAND-DIVISOR-1      TO WS-CVT-DIVISOR(1, 1)
               MOVE WS-CAND-LABEL-1        TO WS-CVT-LABEL(1, 1)
               MOVE WS-CAND-DIVISOR-2      TO WS-CVT-DIVISOR(1, 2)
               MOVE WS-CAND-LABEL-2        TO WS-CVT-LABEL(1, 2)
               MOVE WS-CAND-COMBINED-LABEL TO WS-CVT-COMBINED-LABEL(1)
           END-IF
           PERFORM VARYING WS-VER-X FROM 1 BY 1
                   UNTIL WS-VER-X > WS-CVT-COUNT
               MOVE WS-CVT-EFF-DATE(WS-VER-X) TO WS-RULE-AS-OF-DATE
               CALL 'FBRULSEL' USING WS-CAND-VERSION-TABLE,
                   WS-RULE-AS-OF-DATE, WS-CAND-RULE-TABLE
               END-CALL
               CALL 'FBRULEVL' USING WS-CAND-RULE-TABLE,
                   FB-PARM-EDIT-RESULT
               END-CALL
               IF FB-PEDIT-ERROR-COUNT > 0
                   PERFORM DISPLAY-EDIT-MESSAGES
                   DISPLAY 'FBWHATIF: CANDIDATE RULE VERSION '
                       'EFFECTIVE ' WS-CVT-EFF-DATE(WS-VER-X)
                       ' FAILED EDITS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.

       LOAD-CANDIDATE-FILE.
           OPEN INPUT FB-RULE2-FILE
           IF WS-RULE2-FILE-STATUS = '00'
               PERFORM UNTIL WS-RULE2-EOF
                       AT END
                           SET WS-RULE2-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-CANDIDATE-RULE
                   END-READ
               END-PERFORM
               CLOSE FB-RULE2-FILE
           ELSE
               DISPLAY 'FBWHATIF: NO FBRULES2 RULE TABLE - USING '
                   'FBPARM2 DIVISOR PAIRS'
           END-IF.

      ******************************************************************
      * A card change is tried against the production rule versions
      * (the new card's divisor pairs when there is no FBRULES); a
      * rule-version change against FBRULES as it will stand once the
      * change is applied (the production card's pairs should that
      * leave it empty). A change the live table no longer matches
      * cannot be tried.
      ******************************************************************
       BUILD-CHANGE-CANDIDATE.
           IF NOT WS-CUR-FALLBACK
               MOVE FB-RULE-VERSION-TABLE TO WS-CAND-VERSION-TABLE
           END-IF
           IF FB-PCH-RULE-CHANGE
               MOVE 'A' TO WS-APL-FUNCTION
               CALL 'FBRULAPL' USING WS-APL-FUNCTION,
                   WS-CAND-VERSION-TABLE, FB-PENDING-CHANGE-RECORD,
                   WS-APL-RC
               END-CALL
               EVALUATE WS-APL-RC
                   WHEN 0
                       CONTINUE
                   WHEN 8
                       DISPLAY 'FBWHATIF: CHANGE ' WS-WIF-CHANGE-ID
                           ' - FBRULES ALREADY HOLDS 10 VERSIONS'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   WHEN OTHER
                       DISPLAY 'FBWHATIF: CHANGE ' WS-WIF-CHANGE-ID
                           ' - FBRULES NO LONGER MATCHES ITS OLD IMAGE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

       LOAD-CANDIDATE-RULE.
           IF FB-RULE2-IN-EFF-DATE NUMERIC
               MOVE FB-RULE2-IN-EFF-DATE TO WS-RULE-IN-DATE
           ELSE
               MOVE ZEROES TO WS-RULE-IN-DATE
           END-IF
           IF WS-CVT-COUNT = 0
               PERFORM START-CANDIDATE-VERSION
           ELSE
               IF WS-RULE-IN-DATE NOT = WS-CVT-EFF-DATE(WS-CVT-COUNT)
                   PERFORM START-CANDIDATE-VERSION
               END-IF
           END-IF
           IF WS-CVT-RULE-COUNT(WS-CVT-COUNT) >= 9
               DISPLAY 'FBWHATIF: FBRULES2 HAS MORE THAN 9 RULES IN '
                   'ONE VERSION'
               MOVE 16 TO RETURN-CODE
               CLOSE FB-RULE2-FILE
               STOP RUN
           END-IF
           ADD 1 TO WS-CVT-RULE-COUNT(WS-CVT-COUNT)
           MOVE FB-RULE2-IN-DIVISOR
               TO WS-CVT-DIVISOR(WS-CVT-COUNT,
                      WS-CVT-RULE-COUNT(WS-CVT-COUNT))
           MOVE FB-RULE2-IN-LABEL
               TO WS-CVT-LABEL(WS-CVT-COUNT,
                      WS-CVT-RULE-COUNT(WS-CVT-COUNT)).

       START-CANDIDATE-VERSION.
           IF WS-CVT-COUNT >= 10
               DISPLAY 'FBWHATIF: FBRULES2 HAS MORE THAN 10 VERSIONS'
               MOVE 16 TO RETURN-CODE
               CLOSE FB-RULE2-FILE
               STOP RUN
           END-IF
           IF WS-CVT-COUNT > 0
               IF WS-RULE-IN-DATE < WS-CVT-EFF-DATE(WS-CVT-COUNT)
                   DISPLAY 'FBWHATIF: FBRULES2 VERSIONS NOT IN '
                       'EFFECTIVE-DATE ORDER'
                   MOVE 16 TO RETURN-CODE
                   CLOSE FB-RULE2-FILE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO WS-CVT-COUNT
           MOVE WS-RULE-IN-DATE TO WS-CVT-EFF-DATE(WS-CVT-COUNT).

      ******************************************************************
      * Put the version of each rule set in force on
      * WS-RULE-AS-OF-DATE into FB-RULE-TABLE and WS-CAND-RULE-TABLE,
      * only when the date changes.
      ******************************************************************
       SELECT-RULE-VERSIONS.
           IF WS-RULE-AS-OF-DATE NOT = WS-RULE-SEL-DATE
               CALL 'FBRULSEL' USING FB-RULE-VERSION-TABLE,
                   WS-RULE-AS-OF-DATE, FB-RULE-TABLE
               END-CALL
               CALL 'FBRULSEL' USING WS-CAND-VERSION-TABLE,
                   WS-RULE-AS-OF-DATE, WS-CAND-RULE-TABLE
               END-CALL
               MOVE WS-RULE-AS-OF-DATE TO WS-RULE-SEL-DATE
           END-IF.

       COMPARE-COUNTER-RANGE.
           PERFORM SELECT-RUN-DATE-VERSIONS
           PERFORM VARYING I FROM FB-LOW-RANGE BY 1
                   UNTIL I > FB-HIGH-RANGE
               MOVE SPACES TO WS-SOURCE-KEY
                   NOT AT END
                       MOVE FB-TRANS-ID  TO I
                       MOVE FB-TRANS-KEY TO WS-SOURCE-KEY
                       IF FB-TRANS-DATE NUMERIC
                           MOVE FB-TRANS-DATE TO WS-RULE-AS-OF-DATE
                       ELSE
                           MOVE WS-RUN-DATE-NUM TO WS-RULE-AS-OF-DATE
                       END-IF
                       PERFORM SELECT-RULE-VERSIONS
                       PERFORM COMPARE-ONE-NUMBER
               END-READ
           END-PERFORM
           END-IF
           MOVE 0 TO WS-LINE-COUNT.

      ******************************************************************
      * Every version of each rule set is listed with its effective
      * date, so the reviewer sees exactly which rules each record
      * could have been classified under.
      ******************************************************************
       WRITE-SET-LINES.
           PERFORM VARYING WS-VER-X FROM 1 BY 1
                   UNTIL WS-VER-X > FB-RVT-COUNT
               PERFORM VARYING WS-RULE-X FROM 1 BY 1
                       UNTIL WS-RULE-X > FB-RVT-RULE-COUNT(WS-VER-X)
                   MOVE 'CURRENT:   '        TO SL-LABEL
                   MOVE FB-RVT-EFF-DATE(WS-VER-X) TO SL-EFF-DATE
                   MOVE WS-RULE-X            TO SL-RULE-NO
                   MOVE FB-RVT-DIVISOR(WS-VER-X, WS-RULE-X)
                                             TO SL-DIVISOR
                   MOVE FB-RVT-LABEL(WS-VER-X, WS-RULE-X)
                                             TO SL-RULE-LABEL
                   WRITE FB-RPT-LINE FROM RPT-SET-LINE
                   ADD 1 TO WS-LINE-COUNT
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-VER-X FROM 1 BY 1
                   UNTIL WS-VER-X > WS-CVT-COUNT
               PERFORM VARYING WS-RULE-X FROM 1 BY 1
                       UNTIL WS-RULE-X > WS-CVT-RULE-COUNT(WS-VER-X)
                   MOVE 'CANDIDATE: '        TO SL-LABEL
                   MOVE WS-CVT-EFF-DATE(WS-VER-X) TO SL-EFF-DATE
                   MOVE WS-RULE-X            TO SL-RULE-NO
                   MOVE WS-CVT-DIVISOR(WS-VER-X, WS-RULE-X)
                                             TO SL-DIVISOR
                   MOVE WS-CVT-LABEL(WS-VER-X, WS-RULE-X)
                                             TO SL-RULE-LABEL
                   WRITE FB-RPT-LINE FROM RPT-SET-LINE
                   ADD 1 TO WS-LINE-COUNT
               END-PERFORM
           END-PERFORM
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           WRITE FB-RPT-LINE FROM RPT-DETAIL-HEADER
           SET WS-DETAIL-STARTED TO TRUE
           ADD 4 TO WS-LINE-COUNT.

       SELECT-RUN-DATE-VERSIONS.
           MOVE WS-RUN-DATE-NUM TO WS-RULE-AS-OF-DATE
           PERFORM SELECT-RULE-VERSIONS.

       WRITE-DELTA-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-RPT-HEADER
           WRITE FB-RPT-LINE FROM RPT-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

      ******************************************************************
      * Rule rows are labelled from the versions in force on the run
      * date; a position only another version uses has no label.
      ******************************************************************
       WRITE-COMPARE-TOTALS.
           PERFORM SELECT-RUN-DATE-VERSIONS
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           WRITE FB-RPT-LINE FROM RPT-TOTALS-HEADER
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           IF WS-CRT-RULE-COUNT > WS-RULE-MAX
               MOVE WS-CRT-RULE-COUNT TO WS-RULE-MAX
           END-IF
           PERFORM VARYING WS-VER-X FROM 1 BY 1
                   UNTIL WS-VER-X > FB-RVT-COUNT
               IF FB-RVT-RULE-COUNT(WS-VER-X) > WS-RULE-MAX
                   MOVE FB-RVT-RULE-COUNT(WS-VER-X) TO WS-RULE-MAX
               END-IF
           END-PERFORM
           PERFORM VARYING WS-VER-X FROM 1 BY 1
                   UNTIL WS-VER-X > WS-CVT-COUNT
               IF WS-CVT-RULE-COUNT(WS-VER-X) > WS-RULE-MAX
                   MOVE WS-CVT-RULE-COUNT(WS-VER-X) TO WS-RULE-MAX
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RULE-X FROM 1 BY 1
                   UNTIL WS-RULE-X > WS-RULE-MAX
               MOVE WS-RULE-X TO WS-RRL-NO
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           MOVE WS-TOT-DIFFERENCES     TO DF-COUNT
           WRITE FB-RPT-LINE FROM RPT-DIFF-LINE.

       WRITE-CHANGE-LINE.
           MOVE FB-PCH-CHANGE-ID  TO CH-CHANGE-ID
           IF FB-PCH-PARM-CHANGE
               MOVE 'FBPARM'      TO CH-CHANGE-FILE
           ELSE
               MOVE 'FBRULES'     TO CH-CHANGE-FILE
           END-IF
           MOVE FB-PCH-MAKER-ID   TO CH-MAKER-ID
           MOVE FB-PCH-MAKER-NOTE TO CH-MAKER-NOTE
           WRITE FB-RPT-LINE FROM RPT-CHANGE-LINE
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           ADD 2 TO WS-LINE-COUNT.

      ******************************************************************
      * The delta totals go on the change for the checker, replacing
      * any from an earlier try, and FBPCHG is written back whole once
      * nothing is found to have touched it since it was loaded - see
      * the banner. The FBAUDIT record carries the number of the last
      * FIZZBUZZ run.
      ******************************************************************
       ATTACH-WHATIF-DELTA.
           MOVE WS-RUN-DATE-NUM      TO FB-PCH-WIF-RUN-DATE
           MOVE WS-CUR-TOT-RECORDS   TO FB-PCH-WIF-RECORDS
           MOVE WS-TOT-DIFFERENCES   TO FB-PCH-WIF-DIFFERENCES
           MOVE WS-CUR-TOT-COMBINED  TO FB-PCH-WIF-CUR-COMBINED
           MOVE WS-CAND-TOT-COMBINED TO FB-PCH-WIF-NEW-COMBINED
           MOVE WS-CUR-TOT-PLAIN     TO FB-PCH-WIF-CUR-PLAIN
           MOVE WS-CAND-TOT-PLAIN    TO FB-PCH-WIF-NEW-PLAIN
           PERFORM VERIFY-CHANGE-FILE
           IF WS-PCHG-MOVED
               DISPLAY 'FBWHATIF: FBPCHG WAS UPDATED WHILE THE STEP '
                   'RAN - IS IT STILL OPEN TO THE REGION?'
               DISPLAY 'FBWHATIF: DELTA NOT ATTACHED - RERUN WITH '
                   'FBPCHG CLOSED TO THE REGION'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FB-PENDING-CHANGE-RECORD
               TO WS-CHANGE-ENTRY(WS-CHANGE-FOUND-X)
           OPEN OUTPUT FB-PCHG-FILE
           IF WS-PCHG-FILE-STATUS NOT = '00'
               DISPLAY 'FBWHATIF: UNABLE TO REWRITE FBPCHG, STATUS='
                   WS-PCHG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-CHANGE-X FROM 1 BY 1
                   UNTIL WS-CHANGE-X > WS-CHANGE-COUNT
               MOVE WS-CHANGE-ENTRY(WS-CHANGE-X) TO FB-PCHG-FILE-RECORD
               WRITE FB-PCHG-FILE-RECORD
           END-PERFORM
           CLOSE FB-PCHG-FILE
           PERFORM READ-RUN-NUMBER
           PERFORM WRITE-CHANGE-AUDIT
           DISPLAY 'FBWHATIF: DELTA ATTACHED TO CHANGE '
               FB-PCH-CHANGE-ID.

      ******************************************************************
      * FBPCHG read again and held against the file as loaded - the
      * table still holds it, as the delta has not yet been put on
      * the change: the same records, nothing added.
      ******************************************************************
       VERIFY-CHANGE-FILE.
           MOVE 'N' TO WS-PCHG-MOVED-SW
           MOVE 'N' TO WS-PCHG-EOF-SW
           MOVE 0   TO WS-CHANGE-X
           OPEN INPUT FB-PCHG-FILE
           IF WS-PCHG-FILE-STATUS NOT = '00'
               SET WS-PCHG-MOVED TO TRUE
           ELSE
               PERFORM UNTIL WS-PCHG-EOF OR WS-PCHG-MOVED
                   READ FB-PCHG-FILE
                       AT END
                           SET WS-PCHG-EOF TO TRUE
                       NOT AT END
                           PERFORM VERIFY-CHANGE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FB-PCHG-FILE
               IF WS-CHANGE-X NOT = WS-CHANGE-COUNT
                   SET WS-PCHG-MOVED TO TRUE
               END-IF
           END-IF.

       VERIFY-CHANGE-ENTRY.
           ADD 1 TO WS-CHANGE-X
           IF WS-CHANGE-X > WS-CHANGE-COUNT
               SET WS-PCHG-MOVED TO TRUE
           ELSE
               IF FB-PCHG-FILE-RECORD NOT =
                  WS-CHANGE-ENTRY(WS-CHANGE-X)
                   SET WS-PCHG-MOVED TO TRUE
               END-IF
           END-IF.

       READ-RUN-NUMBER.
           OPEN INPUT FB-RUNNO-FILE
           IF WS-RUNNO-FILE-STATUS = '00'
               READ FB-RUNNO-FILE
                   AT END
                       MOVE 0 TO WS-RUN-NUMBER
                   NOT AT END
                       MOVE FB-RUNNO-NUMBER TO WS-RUN-NUMBER
               END-READ
               CLOSE FB-RUNNO-FILE
           ELSE
               MOVE 0 TO WS-RUN-NUMBER
           END-IF.

      ******************************************************************
      * One FBAUDIT change-control record (run mode 'K', see FBAUDREC)
      * for the what-if step.
      ******************************************************************
       WRITE-CHANGE-AUDIT.
           ACCEPT WS-AUD-TIME FROM TIME
           INITIALIZE FB-AUDIT-RECORD
           MOVE WS-RUN-DATE-NUM    TO FB-AUD-RUN-DATE
           MOVE WS-RUN-NUMBER      TO FB-AUD-RUN-NUMBER
           MOVE WS-AUD-TIME        TO FB-AUD-START-TIME
           MOVE WS-AUD-TIME        TO FB-AUD-END-TIME
           IF FB-PCH-RULE-CHANGE
               MOVE FB-PCH-NEW-EFF-DATE    TO FB-AUD-RULE-VER-LOW
               MOVE FB-PCH-NEW-EFF-DATE    TO FB-AUD-RULE-VER-HIGH
           ELSE
               MOVE WS-CAND-DIVISOR-1      TO FB-AUD-DIVISOR-1
               MOVE WS-CAND-LABEL-1        TO FB-AUD-LABEL-1
               MOVE WS-CAND-DIVISOR-2      TO FB-AUD-DIVISOR-2
               MOVE WS-CAND-LABEL-2        TO FB-AUD-LABEL-2
               MOVE WS-CAND-COMBINED-LABEL TO FB-AUD-COMBINED-LABEL
               MOVE WS-CAND-LOW-RANGE      TO FB-AUD-LOW-RANGE
               MOVE WS-CAND-HIGH-RANGE     TO FB-AUD-HIGH-RANGE
               MOVE WS-CAND-CKPT-INTERVAL  TO FB-AUD-CKPT-INTERVAL
           END-IF
           MOVE 'K'                TO FB-AUD-RUN-MODE
           MOVE 'N'                TO FB-AUD-RESTART-FLAG
           MOVE 0                  TO FB-AUD-RETURN-CODE
           MOVE 'N'                TO FB-AUD-CONTINUATION
           MOVE FB-PCH-CHANGE-ID   TO FB-AUD-CHANGE-ID
           MOVE FB-PCH-CHANGE-TYPE TO FB-AUD-CHANGE-TYPE
           MOVE 'W'                TO FB-AUD-CHANGE-EVENT
           MOVE WS-JOB-NAME        TO FB-AUD-CHANGE-USER
           OPEN EXTEND FB-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT FB-AUDIT-FILE
           END-IF
           WRITE FB-AUDIT-RECORD
           CLOSE FB-AUDIT-FILE.
