           SELECT FB-AUDIT-FILE ASSIGN TO "FBAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT FB-PCHG-FILE ASSIGN TO "FBPCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCHG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  FB-RULE-RECORD.
           05  FB-RULE-IN-DIVISOR          PIC 9(4).
           05  FB-RULE-IN-LABEL            PIC X(10).
           05  FB-RULE-IN-EFF-DATE         PIC 9(8).

       FD  FB-TRANS-FILE.
       COPY FBTRANIN.
       FD  FB-AUDIT-FILE.
       COPY FBAUDREC.

       FD  FB-PCHG-FILE.
       01  FB-PCHG-FILE-RECORD             PIC X(446).

       WORKING-STORAGE SECTION.
       01  I                               PIC 9(9) VALUE 1.

       01  WS-OUTPUT-FILE-STATUS           PIC X(2) VALUE '00'.
       01  WS-HIST-FILE-STATUS             PIC X(2) VALUE '00'.
       01  WS-AUDIT-FILE-STATUS            PIC X(2) VALUE '00'.
       01  WS-PCHG-FILE-STATUS             PIC X(2) VALUE '00'.

       01  WS-HIST-EOF-SW                  PIC X(1) VALUE 'N'.
           88  WS-HIST-EOF                 VALUE 'Y'.
       01  WS-RULE-OVERFLOW-SW             PIC X(1) VALUE 'N'.
           88  WS-RULE-OVERFLOW            VALUE 'Y'.

       01  WS-RULE-VER-OVERFLOW-SW         PIC X(1) VALUE 'N'.
           88  WS-RULE-VER-OVERFLOW        VALUE 'Y'.

       01  WS-RULE-SEQ-ERROR-SW            PIC X(1) VALUE 'N'.
           88  WS-RULE-SEQ-ERROR           VALUE 'Y'.

       01  WS-RULE-FILE-SW                 PIC X(1) VALUE 'N'.
           88  WS-RULE-FILE-PRESENT        VALUE 'Y'.

       01  WS-RULE-X                       PIC 9(2) VALUE 0.
       01  WS-VER-X                        PIC 9(2) VALUE 0.
       01  WS-RULE-MAX-COUNT               PIC 9(2) VALUE 0.
       01  WS-RULE-IN-DATE                 PIC 9(8) VALUE 0.
       01  WS-RULE-AS-OF-DATE              PIC 9(8) VALUE 0.
       01  WS-RULE-SEL-DATE                PIC 9(8) VALUE 0.
       01  WS-RULE-VER-LOW                 PIC 9(8) VALUE 99999999.
       01  WS-RULE-VER-HIGH                PIC 9(8) VALUE 0.

       COPY FBRULVER.

       COPY FBRULTAB.

       01  WS-STEP-NAME                    PIC X(8) VALUE 'STEP01'.

       COPY FBSTMREC.

      ******************************************************************
      * Change control of FBPARM and FBRULES (see FBPCHREC): FBPCHG
      * in core - the control record, then every change still on
      * file - and the live card and rule table as found at the start
      * of the run.
      ******************************************************************
       COPY FBPCHREC.

       01  WS-PCHG-EOF-SW                  PIC X(1) VALUE 'N'.
           88  WS-PCHG-EOF                 VALUE 'Y'.
       01  WS-CHANGE-REFUSED-SW            PIC X(1) VALUE 'N'.
           88  WS-CHANGE-REFUSED           VALUE 'Y'.
       01  WS-PARM-CHANGED-SW              PIC X(1) VALUE 'N'.
           88  WS-PARM-CHANGED             VALUE 'Y'.
       01  WS-RULES-CHANGED-SW             PIC X(1) VALUE 'N'.
           88  WS-RULES-CHANGED            VALUE 'Y'.
       01  WS-CHANGES-HELD-SW              PIC X(1) VALUE 'N'.
           88  WS-CHANGES-HELD             VALUE 'Y'.

       01  WS-CHANGE-MAX                   PIC 9(4) VALUE 500.
       01  WS-CHANGE-COUNT                 PIC 9(4) VALUE 0.
       01  WS-CHANGE-X                     PIC 9(4) VALUE 0.
       01  WS-CHANGE-TABLE.
           05  WS-CHANGE-ENTRY OCCURS 500 TIMES
                                           PIC X(446).

      * What each approved change will come to - 'X' applied or 'N'
      * not applied - held against its place in WS-CHANGE-TABLE until
      * FBPARM and FBRULES have been written.
       01  WS-OUTCOME-TABLE.
           05  WS-OUTCOME-ENTRY OCCURS 500 TIMES.
               10  WS-OUTCOME-EVENT        PIC X(1).
               10  WS-OUTCOME-REASON       PIC X(40).

       01  WS-LIVE-CARD                    PIC X(62) VALUE SPACES.
       01  WS-LIVE-RULES-COUNT             PIC 9(4) VALUE 0.
       01  WS-LIVE-RULES-HASH              PIC 9(12) VALUE 0.
       01  WS-HASH-WORK                    PIC 9(14) VALUE 0.
       01  WS-HASH-X                       PIC 9(2) VALUE 0.
       01  WS-WORK-CARD                    PIC X(62) VALUE SPACES.
       01  WS-APL-FUNCTION                 PIC X(1) VALUE SPACE.
       01  WS-APL-RC                       PIC 9(2) VALUE 0.
       01  WS-NOT-APPLIED-REASON           PIC X(40) VALUE SPACES.
       01  WS-TOT-NOT-APPLIED              PIC 9(4) VALUE 0.

       01  WS-CHG-AUD-EVENT                PIC X(1) VALUE SPACE.
       01  WS-CHG-AUD-USER                 PIC X(8) VALUE SPACES.
       01  WS-CHG-AUD-DATE                 PIC 9(8) VALUE 0.
       01  WS-CHG-AUD-TIME                 PIC 9(8) VALUE 0.

      ******************************************************************
      * A card image laid out the same as FB-PARM-RECORD, for the
      * FBAUDIT record of a change.
      ******************************************************************
       01  WS-AUD-CARD.
           05  WS-AUD-DIVISOR-1            PIC 9(4).
           05  WS-AUD-LABEL-1              PIC X(10).
           05  WS-AUD-DIVISOR-2            PIC 9(4).
           05  WS-AUD-LABEL-2              PIC X(10).
           05  WS-AUD-COMBINED-LABEL       PIC X(10).
           05  WS-AUD-LOW-RANGE            PIC 9(8).
           05  WS-AUD-HIGH-RANGE           PIC 9(8).
           05  WS-AUD-RUN-MODE             PIC X(1).
           05  WS-AUD-RESTART-FLAG         PIC X(1).
           05  WS-AUD-CKPT-INTERVAL        PIC 9(6).

       01  WS-PAGE-NO                      PIC 9(4) VALUE 1.
       01  WS-LINE-COUNT                   PIC 9(2) VALUE 0.
       01  WS-LINES-PER-PAGE               PIC 9(2) VALUE 40.
           05 TL-LABEL                     PIC X(20).
           05 TL-COUNT                     PIC Z(8)9.

       01  RPT-VERSION-LINE.
           05 VL-LABEL                     PIC X(20).
           05 FILLER                       PIC X(1)  VALUE SPACES.
           05 VL-EFF-DATE                  PIC 9(8).

       01  RPT-TREND-HEADER.
           05 FILLER                       PIC X(40) VALUE
               'FIZZBUZZ TREND REPORT - LAST RUNS'.
           PERFORM NEXT-RUN-NUMBER
           MOVE ZEROES TO WS-CONTROL-TOTALS
           PERFORM READ-PARM-CARD
           IF FB-MODE-COUNTER AND FB-RESTART-YES
               SET WS-CHANGES-HELD TO TRUE
           END-IF
           PERFORM APPLY-APPROVED-CHANGES
           IF WS-PARM-CHANGED AND NOT WS-CHANGE-REFUSED
               PERFORM READ-PARM-CARD
           END-IF
           IF WS-CHANGE-REFUSED
               MOVE 16 TO WS-FINAL-RC
               PERFORM RUN-WRAP-UP
           END-IF
           PERFORM VALIDATE-PARM
           IF WS-PARM-INVALID
               MOVE 16 TO WS-FINAL-RC
           ELSE
               MOVE 'N' TO FB-AUD-CONTINUATION
           END-IF
           IF WS-TOT-RECORDS = 0
               MOVE ZEROES             TO FB-AUD-RULE-VER-LOW
               MOVE ZEROES             TO FB-AUD-RULE-VER-HIGH
           ELSE
               MOVE WS-RULE-VER-LOW    TO FB-AUD-RULE-VER-LOW
               MOVE WS-RULE-VER-HIGH   TO FB-AUD-RULE-VER-HIGH
           END-IF
           MOVE ZEROES                 TO FB-AUD-CHANGE-ID
           MOVE SPACES                 TO FB-AUD-CHANGE-TYPE
           MOVE SPACES                 TO FB-AUD-CHANGE-EVENT
           MOVE SPACES                 TO FB-AUD-CHANGE-USER
           OPEN EXTEND FB-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT FB-AUDIT-FILE
           END-IF
           WRITE FB-AUDIT-RECORD
           CLOSE FB-AUDIT-FILE.

      ******************************************************************
      * No change to FBPARM or FBRULES goes live on one person's
      * say-so (see FBPCHREC). Before the run is edited, the steps the
      * online transactions have taken since the last run are
      * recorded on FBAUDIT, the live card and rule table are checked
      * against the last approved baseline on the FBPCHG control
      * record - a file changed outside change control stops the run -
      * and approved changes are then applied in change-number order,
      * the card being read again when one of them replaced it. A
      * counter-mode restart continuation carries on under the card
      * and rules its checkpointed range began under, so its approved
      * changes are held for the next fresh run; the baseline check is
      * still made. FBPCHG must be allocated, even empty, before the
      * first run; an empty file is given its control record and the
      * files as found are taken as the baseline.
      ******************************************************************
       APPLY-APPROVED-CHANGES.
           MOVE 'N' TO WS-CHANGE-REFUSED-SW
           MOVE 0   TO WS-TOT-NOT-APPLIED
           PERFORM LOAD-CHANGE-FILE
           IF NOT WS-CHANGE-REFUSED
               PERFORM VARYING WS-CHANGE-X FROM 2 BY 1
                       UNTIL WS-CHANGE-X > WS-CHANGE-COUNT
                   PERFORM CATCH-UP-CHANGE-AUDIT
               END-PERFORM
               PERFORM COMPUTE-LIVE-STATE
               MOVE WS-CHANGE-ENTRY(1) TO FB-PCH-CONTROL-RECORD
               IF NOT FB-PCC-BASELINE-SET
                   PERFORM TAKE-CHANGE-BASELINE
               END-IF
               IF FB-PCC-PARM-IMAGE NOT = WS-LIVE-CARD
                OR FB-PCC-RULES-COUNT NOT = WS-LIVE-RULES-COUNT
                OR FB-PCC-RULES-HASH NOT = WS-LIVE-RULES-HASH
                   PERFORM REFUSE-UNAPPROVED-CHANGE
               ELSE
                   IF WS-CHANGES-HELD
                       DISPLAY 'FIZZBUZZ: RESTART CONTINUATION RUN - '
                           'APPROVED CHANGES WAIT FOR THE NEXT '
                           'FRESH RUN'
                   ELSE
                       PERFORM APPLY-CHANGE-QUEUE
                   END-IF
               END-IF
               PERFORM REWRITE-CHANGE-FILE
           END-IF.

       LOAD-CHANGE-FILE.
           MOVE 0   TO WS-CHANGE-COUNT
           MOVE 'N' TO WS-PCHG-EOF-SW
           OPEN INPUT FB-PCHG-FILE
           IF WS-PCHG-FILE-STATUS NOT = '00'
               DISPLAY 'FIZZBUZZ: FBPCHG PENDING-CHANGE FILE NOT '
                   'FOUND, STATUS=' WS-PCHG-FILE-STATUS
               SET WS-CHANGE-REFUSED TO TRUE
           ELSE
               PERFORM UNTIL WS-PCHG-EOF OR WS-CHANGE-REFUSED
                   READ FB-PCHG-FILE
                       AT END
                           SET WS-PCHG-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-CHANGE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FB-PCHG-FILE
           END-IF
           IF NOT WS-CHANGE-REFUSED
               IF WS-CHANGE-COUNT = 0
                   DISPLAY 'FIZZBUZZ: FBPCHG IS EMPTY - CONTROL '
                       'RECORD CREATED'
                   MOVE SPACES TO FB-PCH-CONTROL-RECORD
                   INITIALIZE FB-PCH-CONTROL-RECORD
                   MOVE 'C' TO FB-PCC-CHANGE-TYPE
                   MOVE 'N' TO FB-PCC-BASELINE-SW
                   MOVE 1   TO WS-CHANGE-COUNT
                   MOVE FB-PCH-CONTROL-RECORD TO WS-CHANGE-ENTRY(1)
               ELSE
                   MOVE WS-CHANGE-ENTRY(1) TO FB-PCH-CONTROL-RECORD
                   IF FB-PCC-CHANGE-ID NOT = 0
                    OR FB-PCC-CHANGE-TYPE NOT = 'C'
                       DISPLAY 'FIZZBUZZ: FBPCHG DOES NOT START WITH '
                           'ITS CONTROL RECORD'
                       SET WS-CHANGE-REFUSED TO TRUE
                   END-IF
               END-IF
           END-IF.

       LOAD-CHANGE-ENTRY.
           IF WS-CHANGE-COUNT >= WS-CHANGE-MAX
               DISPLAY 'FIZZBUZZ: FBPCHG TABLE FULL AT ' WS-CHANGE-MAX
                   ' RECORDS'
               SET WS-CHANGE-REFUSED TO TRUE
           ELSE
               ADD 1 TO WS-CHANGE-COUNT
               MOVE FB-PCHG-FILE-RECORD
                   TO WS-CHANGE-ENTRY(WS-CHANGE-COUNT)
           END-IF.

      ******************************************************************
      * The online transactions cannot write FBAUDIT; the audit level
      * on each change says how far its steps are already recorded.
      ******************************************************************
       CATCH-UP-CHANGE-AUDIT.
           MOVE WS-CHANGE-ENTRY(WS-CHANGE-X)
               TO FB-PENDING-CHANGE-RECORD
           IF NOT FB-PCH-ENTRY-AUDITED
               MOVE 'E'               TO WS-CHG-AUD-EVENT
               MOVE FB-PCH-MAKER-ID   TO WS-CHG-AUD-USER
               MOVE FB-PCH-MAKER-DATE TO WS-CHG-AUD-DATE
               MOVE FB-PCH-MAKER-TIME TO WS-CHG-AUD-TIME
               PERFORM WRITE-CHANGE-AUDIT
               MOVE 'E' TO FB-PCH-AUDIT-LEVEL
           END-IF
           IF NOT FB-PCH-DECISION-AUDITED
            AND NOT FB-PCH-PENDING
               IF FB-PCH-REJECTED
                   MOVE 'J' TO WS-CHG-AUD-EVENT
               ELSE
                   MOVE 'A' TO WS-CHG-AUD-EVENT
               END-IF
               MOVE FB-PCH-CHECKER-ID   TO WS-CHG-AUD-USER
               MOVE FB-PCH-CHECKER-DATE TO WS-CHG-AUD-DATE
               MOVE FB-PCH-CHECKER-TIME TO WS-CHG-AUD-TIME
               PERFORM WRITE-CHANGE-AUDIT
               MOVE 'D' TO FB-PCH-AUDIT-LEVEL
           END-IF
           MOVE FB-PENDING-CHANGE-RECORD
               TO WS-CHANGE-ENTRY(WS-CHANGE-X).

      ******************************************************************
      * The live card image and a record count and hash of the live
      * FBRULES file, byte for byte, to hold against the baseline. A
      * missing file is spaces, or a count and hash of zero.
      ******************************************************************
       COMPUTE-LIVE-STATE.
           MOVE SPACES TO WS-LIVE-CARD
           OPEN INPUT FB-PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ FB-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FB-PARM-RECORD TO WS-LIVE-CARD
               END-READ
               CLOSE FB-PARM-FILE
           END-IF
           MOVE 0   TO WS-LIVE-RULES-COUNT
           MOVE 0   TO WS-LIVE-RULES-HASH
           MOVE 'N' TO WS-RULE-EOF-SW
           OPEN INPUT FB-RULE-FILE
           IF WS-RULE-FILE-STATUS = '00'
               PERFORM UNTIL WS-RULE-EOF
                   READ FB-RULE-FILE
                       AT END
                           SET WS-RULE-EOF TO TRUE
                       NOT AT END
                           PERFORM HASH-RULE-RECORD
                   END-READ
               END-PERFORM
               CLOSE FB-RULE-FILE
           END-IF
           MOVE 'N' TO WS-RULE-EOF-SW.

       HASH-RULE-RECORD.
           ADD 1 TO WS-LIVE-RULES-COUNT
           PERFORM VARYING WS-HASH-X FROM 1 BY 1
                   UNTIL WS-HASH-X > 22
               COMPUTE WS-HASH-WORK = WS-LIVE-RULES-HASH * 31
                   + FUNCTION ORD(FB-RULE-RECORD(WS-HASH-X:1))
               COMPUTE WS-LIVE-RULES-HASH =
                   FUNCTION MOD(WS-HASH-WORK, 999999999989)
           END-PERFORM.

       TAKE-CHANGE-BASELINE.
           DISPLAY 'FIZZBUZZ: NO APPROVED BASELINE ON FBPCHG - LIVE '
               'FBPARM AND FBRULES TAKEN AS THE BASELINE'
           PERFORM SAVE-CHANGE-BASELINE
           INITIALIZE FB-PENDING-CHANGE-RECORD
           MOVE 'C'          TO FB-PCH-CHANGE-TYPE
           MOVE WS-LIVE-CARD TO FB-PCH-NEW-CARD
           MOVE 'B'          TO WS-CHG-AUD-EVENT
           PERFORM WRITE-RUN-CHANGE-AUDIT.

       SAVE-CHANGE-BASELINE.
           MOVE 'Y'                 TO FB-PCC-BASELINE-SW
           MOVE WS-LIVE-CARD        TO FB-PCC-PARM-IMAGE
           MOVE WS-LIVE-RULES-COUNT TO FB-PCC-RULES-COUNT
           MOVE WS-LIVE-RULES-HASH  TO FB-PCC-RULES-HASH
           MOVE WS-RUN-NUMBER       TO FB-PCC-BASELINE-RUN
           MOVE WS-RUN-DATE-NUM     TO FB-PCC-BASELINE-DATE
           MOVE FB-PCH-CONTROL-RECORD TO WS-CHANGE-ENTRY(1).

      ******************************************************************
      * A live file that is not the approved one stops the run; no
      * approved change is applied over it. The file has to be put
      * back, or the change entered and approved, before the run is
      * resubmitted.
      ******************************************************************
       REFUSE-UNAPPROVED-CHANGE.
           SET WS-CHANGE-REFUSED TO TRUE
           IF FB-PCC-PARM-IMAGE NOT = WS-LIVE-CARD
               DISPLAY 'FIZZBUZZ: FBPARM IS NOT THE APPROVED CARD - '
                   'RUN REFUSED'
               INITIALIZE FB-PENDING-CHANGE-RECORD
               MOVE 'P'          TO FB-PCH-CHANGE-TYPE
               MOVE WS-LIVE-CARD TO FB-PCH-NEW-CARD
               MOVE 'R'          TO WS-CHG-AUD-EVENT
               PERFORM WRITE-RUN-CHANGE-AUDIT
           END-IF
           IF FB-PCC-RULES-COUNT NOT = WS-LIVE-RULES-COUNT
            OR FB-PCC-RULES-HASH NOT = WS-LIVE-RULES-HASH
               DISPLAY 'FIZZBUZZ: FBRULES IS NOT THE APPROVED RULE '
                   'TABLE - RUN REFUSED'
               INITIALIZE FB-PENDING-CHANGE-RECORD
               MOVE 'R'          TO FB-PCH-CHANGE-TYPE
               MOVE 'R'          TO WS-CHG-AUD-EVENT
               PERFORM WRITE-RUN-CHANGE-AUDIT
           END-IF.

      ******************************************************************
      * Approved changes in change-number order, each against the
      * card or version as the changes before it left it. What each
      * will come to is only noted at first; the files are rewritten
      * once, and only when both are written is any change marked
      * applied or not applied and recorded on FBAUDIT, and the result
      * made the new baseline. A file that cannot be written leaves
      * every approved change as it was, to be tried again next run;
      * FBPARM is put back if FBRULES fails after it.
      ******************************************************************
       APPLY-CHANGE-QUEUE.
           MOVE 'N' TO WS-PARM-CHANGED-SW
           MOVE 'N' TO WS-RULES-CHANGED-SW
           MOVE SPACES TO WS-OUTCOME-TABLE
           MOVE WS-LIVE-CARD TO WS-WORK-CARD
           PERFORM LOAD-RULE-FILE
           PERFORM VARYING WS-CHANGE-X FROM 2 BY 1
                   UNTIL WS-CHANGE-X > WS-CHANGE-COUNT
               MOVE WS-CHANGE-ENTRY(WS-CHANGE-X)
                   TO FB-PENDING-CHANGE-RECORD
               IF FB-PCH-APPROVED
                   PERFORM APPLY-ONE-CHANGE
               END-IF
           END-PERFORM
           IF WS-PARM-CHANGED
               PERFORM WRITE-PARM-FILE
           END-IF
           IF WS-RULES-CHANGED AND NOT WS-CHANGE-REFUSED
               PERFORM WRITE-RULE-FILE
               IF WS-CHANGE-REFUSED AND WS-PARM-CHANGED
                   MOVE WS-LIVE-CARD TO WS-WORK-CARD
                   PERFORM WRITE-PARM-FILE
               END-IF
           END-IF
           IF WS-CHANGE-REFUSED
               DISPLAY 'FIZZBUZZ: NO APPROVED CHANGE APPLIED - EACH '
                   'IS LEFT APPROVED FOR THE NEXT RUN'
           ELSE
               PERFORM VARYING WS-CHANGE-X FROM 2 BY 1
                       UNTIL WS-CHANGE-X > WS-CHANGE-COUNT
                   IF WS-OUTCOME-EVENT(WS-CHANGE-X) NOT = SPACE
                       PERFORM RECORD-CHANGE-OUTCOME
                   END-IF
               END-PERFORM
               IF WS-PARM-CHANGED OR WS-RULES-CHANGED
                   PERFORM COMPUTE-LIVE-STATE
                   PERFORM SAVE-CHANGE-BASELINE
               END-IF
               IF WS-TOT-NOT-APPLIED > 0
                   DISPLAY 'FIZZBUZZ: ' WS-TOT-NOT-APPLIED
                       ' APPROVED CHANGES NOT APPLIED'
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           END-IF.

       APPLY-ONE-CHANGE.
           MOVE SPACES TO WS-NOT-APPLIED-REASON
           EVALUATE TRUE
               WHEN FB-PCH-CHECKER-ID = SPACES
                OR FB-PCH-CHECKER-ID = FB-PCH-MAKER-ID
                   MOVE 'APPROVAL IS NOT BY A SECOND USER'
                       TO WS-NOT-APPLIED-REASON
               WHEN FB-PCH-PARM-CHANGE
                   IF FB-PCH-OLD-CARD = WS-WORK-CARD
                       MOVE FB-PCH-NEW-CARD TO WS-WORK-CARD
                       SET WS-PARM-CHANGED TO TRUE
                   ELSE
                       MOVE 'FBPARM NO LONGER MATCHES ITS OLD CARD'
                           TO WS-NOT-APPLIED-REASON
                   END-IF
               WHEN FB-PCH-RULE-CHANGE
                   IF WS-RULE-OVERFLOW OR WS-RULE-VER-OVERFLOW
                    OR WS-RULE-SEQ-ERROR
                       MOVE 'FBRULES CANNOT BE LOADED AS IT STANDS'
                           TO WS-NOT-APPLIED-REASON
                   ELSE
                       MOVE 'A' TO WS-APL-FUNCTION
                       CALL 'FBRULAPL' USING WS-APL-FUNCTION,
                           FB-RULE-VERSION-TABLE,
                           FB-PENDING-CHANGE-RECORD, WS-APL-RC
                       END-CALL
                       EVALUATE WS-APL-RC
                           WHEN 0
                               SET WS-RULES-CHANGED TO TRUE
                           WHEN 8
                               MOVE 'FBRULES ALREADY HOLDS 10 VERSIONS'
                                   TO WS-NOT-APPLIED-REASON
                           WHEN OTHER
                               MOVE 'VERSION NO LONGER MATCHES ITS OLD '
                                   TO WS-NOT-APPLIED-REASON
                               MOVE 'IMAGE'
                                   TO WS-NOT-APPLIED-REASON(35:5)
                       END-EVALUATE
                   END-IF
               WHEN OTHER
                   MOVE 'UNKNOWN CHANGE TYPE'
                       TO WS-NOT-APPLIED-REASON
           END-EVALUATE
           IF WS-NOT-APPLIED-REASON = SPACES
               MOVE 'X' TO WS-OUTCOME-EVENT(WS-CHANGE-X)
           ELSE
               MOVE 'N' TO WS-OUTCOME-EVENT(WS-CHANGE-X)
               MOVE WS-NOT-APPLIED-REASON
                   TO WS-OUTCOME-REASON(WS-CHANGE-X)
           END-IF.

       RECORD-CHANGE-OUTCOME.
           MOVE WS-CHANGE-ENTRY(WS-CHANGE-X)
               TO FB-PENDING-CHANGE-RECORD
           MOVE WS-RUN-NUMBER   TO FB-PCH-APPLIED-RUN
           MOVE WS-RUN-DATE-NUM TO FB-PCH-APPLIED-DATE
           MOVE WS-OUTCOME-EVENT(WS-CHANGE-X) TO FB-PCH-STATUS
           MOVE WS-OUTCOME-EVENT(WS-CHANGE-X) TO WS-CHG-AUD-EVENT
           IF FB-PCH-APPLIED
               DISPLAY 'FIZZBUZZ: CHANGE ' FB-PCH-CHANGE-ID
                   ' APPLIED'
           ELSE
               ADD 1 TO WS-TOT-NOT-APPLIED
               DISPLAY 'FIZZBUZZ: CHANGE ' FB-PCH-CHANGE-ID
                   ' NOT APPLIED - ' WS-OUTCOME-REASON(WS-CHANGE-X)
           END-IF
           PERFORM WRITE-RUN-CHANGE-AUDIT
           MOVE FB-PENDING-CHANGE-RECORD
               TO WS-CHANGE-ENTRY(WS-CHANGE-X).

       WRITE-PARM-FILE.
           MOVE WS-WORK-CARD TO FB-PARM-RECORD
           OPEN OUTPUT FB-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'FIZZBUZZ: UNABLE TO REWRITE FBPARM, STATUS='
                   WS-PARM-FILE-STATUS
               SET WS-CHANGE-REFUSED TO TRUE
           ELSE
               WRITE FB-PARM-RECORD
               CLOSE FB-PARM-FILE
           END-IF.

       WRITE-RULE-FILE.
           OPEN OUTPUT FB-RULE-FILE
           IF WS-RULE-FILE-STATUS NOT = '00'
               DISPLAY 'FIZZBUZZ: UNABLE TO REWRITE FBRULES, STATUS='
                   WS-RULE-FILE-STATUS
               SET WS-CHANGE-REFUSED TO TRUE
           ELSE
               PERFORM VARYING WS-VER-X FROM 1 BY 1
                       UNTIL WS-VER-X > FB-RVT-COUNT
                   PERFORM VARYING WS-RULE-X FROM 1 BY 1
                           UNTIL WS-RULE-X > FB-RVT-RULE-COUNT(WS-VER-X)
                       MOVE FB-RVT-DIVISOR(WS-VER-X, WS-RULE-X)
                           TO FB-RULE-IN-DIVISOR
                       MOVE FB-RVT-LABEL(WS-VER-X, WS-RULE-X)
                           TO FB-RULE-IN-LABEL
                       MOVE FB-RVT-EFF-DATE(WS-VER-X)
                           TO FB-RULE-IN-EFF-DATE
                       WRITE FB-RULE-RECORD
                   END-PERFORM
               END-PERFORM
               CLOSE FB-RULE-FILE
           END-IF.

      ******************************************************************
      * The control record and every change still open go back on
      * FBPCHG; a finished change is dropped, its last step being on
      * FBAUDIT by now. This is done even when the run is refused, so
      * the audit steps caught up above are not recorded twice.
      ******************************************************************
       REWRITE-CHANGE-FILE.
           OPEN OUTPUT FB-PCHG-FILE
           IF WS-PCHG-FILE-STATUS NOT = '00'
               DISPLAY 'FIZZBUZZ: UNABLE TO REWRITE FBPCHG, STATUS='
                   WS-PCHG-FILE-STATUS
               SET WS-CHANGE-REFUSED TO TRUE
           ELSE
               PERFORM VARYING WS-CHANGE-X FROM 1 BY 1
                       UNTIL WS-CHANGE-X > WS-CHANGE-COUNT
                   MOVE WS-CHANGE-ENTRY(WS-CHANGE-X)
                       TO FB-PENDING-CHANGE-RECORD
                   IF WS-CHANGE-X = 1
                    OR FB-PCH-PENDING OR FB-PCH-APPROVED
                       MOVE WS-CHANGE-ENTRY(WS-CHANGE-X)
                           TO FB-PCHG-FILE-RECORD
                       WRITE FB-PCHG-FILE-RECORD
                   END-IF
               END-PERFORM
               CLOSE FB-PCHG-FILE
           END-IF.

      ******************************************************************
      * A change-control step this run takes itself (baseline, refusal,
      * applied or not applied) is recorded under the run's own name,
      * date and time.
      ******************************************************************
       WRITE-RUN-CHANGE-AUDIT.
           MOVE WS-JOB-NAME     TO WS-CHG-AUD-USER
           MOVE WS-RUN-DATE-NUM TO WS-CHG-AUD-DATE
           ACCEPT WS-CHG-AUD-TIME FROM TIME
           PERFORM WRITE-CHANGE-AUDIT.

      ******************************************************************
      * One FBAUDIT change-control record (run mode 'K', see FBAUDREC)
      * for the change in FB-PENDING-CHANGE-RECORD.
      ******************************************************************
       WRITE-CHANGE-AUDIT.
           INITIALIZE FB-AUDIT-RECORD
           MOVE WS-CHG-AUD-DATE    TO FB-AUD-RUN-DATE
           MOVE WS-RUN-NUMBER      TO FB-AUD-RUN-NUMBER
           MOVE WS-CHG-AUD-TIME    TO FB-AUD-START-TIME
           MOVE WS-CHG-AUD-TIME    TO FB-AUD-END-TIME
           IF FB-PCH-RULE-CHANGE
               MOVE FB-PCH-NEW-EFF-DATE   TO FB-AUD-RULE-VER-LOW
               MOVE FB-PCH-NEW-EFF-DATE   TO FB-AUD-RULE-VER-HIGH
           ELSE
               MOVE FB-PCH-NEW-CARD       TO WS-AUD-CARD
               MOVE WS-AUD-DIVISOR-1      TO FB-AUD-DIVISOR-1
               MOVE WS-AUD-LABEL-1        TO FB-AUD-LABEL-1
               MOVE WS-AUD-DIVISOR-2      TO FB-AUD-DIVISOR-2
               MOVE WS-AUD-LABEL-2        TO FB-AUD-LABEL-2
               MOVE WS-AUD-COMBINED-LABEL TO FB-AUD-COMBINED-LABEL
               MOVE WS-AUD-LOW-RANGE      TO FB-AUD-LOW-RANGE
               MOVE WS-AUD-HIGH-RANGE     TO FB-AUD-HIGH-RANGE
               MOVE WS-AUD-CKPT-INTERVAL  TO FB-AUD-CKPT-INTERVAL
           END-IF
           MOVE 'K'                TO FB-AUD-RUN-MODE
           MOVE 'N'                TO FB-AUD-RESTART-FLAG
           MOVE 0                  TO FB-AUD-RETURN-CODE
           MOVE 'N'                TO FB-AUD-CONTINUATION
           MOVE FB-PCH-CHANGE-ID   TO FB-AUD-CHANGE-ID
           MOVE FB-PCH-CHANGE-TYPE TO FB-AUD-CHANGE-TYPE
           MOVE WS-CHG-AUD-EVENT   TO FB-AUD-CHANGE-EVENT
           MOVE WS-CHG-AUD-USER    TO FB-AUD-CHANGE-USER
           OPEN EXTEND FB-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT FB-AUDIT-FILE
                       NOT AT END
                           MOVE FB-TRANS-ID  TO I
                           MOVE FB-TRANS-KEY TO WS-SOURCE-KEY
                           IF FB-TRANS-DATE NUMERIC
                               MOVE FB-TRANS-DATE
                                   TO WS-RULE-AS-OF-DATE
                           ELSE
                               MOVE WS-RUN-DATE-NUM
                                   TO WS-RULE-AS-OF-DATE
                           END-IF
                           PERFORM SELECT-RULE-VERSION
                           PERFORM CLASSIFY-NUMBER
                           PERFORM WRITE-DETAIL-LINE
                   END-READ
               WS-CLASS-CODE, WS-CLASS-TEXT
           END-CALL.

      ******************************************************************
      * Put the rule-table version in force on WS-RULE-AS-OF-DATE into
      * FB-RULE-TABLE through the shared FBRULSEL subprogram. The
      * table is only re-selected when the date changes, which for a
      * date-sorted transaction file is once a business day.
      ******************************************************************
       SELECT-RULE-VERSION.
           IF WS-RULE-AS-OF-DATE NOT = WS-RULE-SEL-DATE
               CALL 'FBRULSEL' USING FB-RULE-VERSION-TABLE,
                   WS-RULE-AS-OF-DATE, FB-RULE-TABLE
               END-CALL
               MOVE WS-RULE-AS-OF-DATE TO WS-RULE-SEL-DATE
           END-IF.

      ******************************************************************
      * The rule table comes from the FBRULES control file, one
      * divisor/label record per rule in priority order. Each record
      * carries the effective date of its rule-table version, so the
      * file can hold several versions (see the FBRULVER copybook):
      * a transaction is classified under the version in force on its
      * FB-TRANS-DATE, a counter-mode run under the version in force
      * on the run date. When no FBRULES is supplied the table is
      * built from the two divisor/label pairs on the FBPARM card,
      * carrying the card's combined label, so existing two-rule card
      * decks run unchanged.
      ******************************************************************
       BUILD-RULE-TABLE.
           PERFORM LOAD-RULE-FILE
           IF NOT WS-RULE-FILE-PRESENT
               DISPLAY 'FIZZBUZZ: NO FBRULES RULE TABLE - USING '
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
           MOVE WS-RUN-DATE-NUM TO WS-RULE-AS-OF-DATE
           CALL 'FBRULSEL' USING FB-RULE-VERSION-TABLE,
               WS-RULE-AS-OF-DATE, FB-RULE-TABLE
           END-CALL
           MOVE WS-RULE-AS-OF-DATE TO WS-RULE-SEL-DATE.

      ******************************************************************
      * The FBRULES file as it stands into the version table - used
      * both to apply approved rule changes and to build the table the
      * run classifies with. The table is empty when there is no file.
      ******************************************************************
       LOAD-RULE-FILE.
           MOVE ZEROES TO FB-RVT-COUNT
           PERFORM VARYING WS-VER-X FROM 1 BY 1
                   UNTIL WS-VER-X > 10
               MOVE ZEROES TO FB-RVT-EFF-DATE(WS-VER-X)
               MOVE ZEROES TO FB-RVT-RULE-COUNT(WS-VER-X)
               MOVE SPACES TO FB-RVT-COMBINED-LABEL(WS-VER-X)
               PERFORM VARYING WS-RULE-X FROM 1 BY 1
                       UNTIL WS-RULE-X > 9
                   MOVE ZEROES TO FB-RVT-DIVISOR(WS-VER-X, WS-RULE-X)
                   MOVE SPACES TO FB-RVT-LABEL(WS-VER-X, WS-RULE-X)
               END-PERFORM
           END-PERFORM
           MOVE 'N' TO WS-RULE-EOF-SW
           MOVE 'N' TO WS-RULE-OVERFLOW-SW
           MOVE 'N' TO WS-RULE-VER-OVERFLOW-SW
           MOVE 'N' TO WS-RULE-SEQ-ERROR-SW
           MOVE 'N' TO WS-RULE-FILE-SW
           OPEN INPUT FB-RULE-FILE
           IF WS-RULE-FILE-STATUS = '00'
               SET WS-RULE-FILE-PRESENT TO TRUE
               PERFORM UNTIL WS-RULE-EOF
                   READ FB-RULE-FILE
                       AT END
                   END-READ
               END-PERFORM
               CLOSE FB-RULE-FILE
           END-IF.

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
      * The table edits live in the FBRULEVL subprogram, shared with
      * every program that builds a rule table, the same way FBPARMVL
      * is shared for the control card. Every version on the file is
      * edited, not just the one in force today, so a bad
      * future-dated version stops the run before any record reaches
      * it.
      ******************************************************************
       VALIDATE-RULES.
           IF WS-RULE-OVERFLOW
               SET WS-PARM-INVALID TO TRUE
               DISPLAY 'FIZZBUZZ: FBRULES HAS MORE THAN 9 RULES IN '
                   'ONE VERSION'
           END-IF
           IF WS-RULE-VER-OVERFLOW
               SET WS-PARM-INVALID TO TRUE
               DISPLAY 'FIZZBUZZ: FBRULES HAS MORE THAN 10 VERSIONS'
           END-IF
           IF WS-RULE-SEQ-ERROR
               SET WS-PARM-INVALID TO TRUE
               DISPLAY 'FIZZBUZZ: FBRULES VERSIONS NOT IN EFFECTIVE-'
                   'DATE ORDER'
           END-IF
           MOVE 0 TO WS-RULE-MAX-COUNT
           PERFORM VARYING WS-VER-X FROM 1 BY 1
                   UNTIL WS-VER-X > FB-RVT-COUNT
               MOVE FB-RVT-EFF-DATE(WS-VER-X) TO WS-RULE-AS-OF-DATE
               CALL 'FBRULSEL' USING FB-RULE-VERSION-TABLE,
                   WS-RULE-AS-OF-DATE, FB-RULE-TABLE
               END-CALL
               IF FB-RULE-COUNT > WS-RULE-MAX-COUNT
                   MOVE FB-RULE-COUNT TO WS-RULE-MAX-COUNT
               END-IF
               CALL 'FBRULEVL' USING FB-RULE-TABLE,
                   FB-PARM-EDIT-RESULT
               END-CALL
               IF FB-PEDIT-ERROR-COUNT > 0
                   SET WS-PARM-INVALID TO TRUE
                   DISPLAY 'FIZZBUZZ: RULE VERSION EFFECTIVE '
                       FB-RVT-EFF-DATE(WS-VER-X)
                   PERFORM VARYING WS-PEDIT-X FROM 1 BY 1
                           UNTIL WS-PEDIT-X > FB-PEDIT-ERROR-COUNT
                              OR WS-PEDIT-X > 8
                       DISPLAY 'FIZZBUZZ: '
                           FB-PEDIT-MESSAGE(WS-PEDIT-X)
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE WS-RUN-DATE-NUM TO WS-RULE-AS-OF-DATE
           CALL 'FBRULSEL' USING FB-RULE-VERSION-TABLE,
               WS-RULE-AS-OF-DATE, FB-RULE-TABLE
           END-CALL
           MOVE WS-RULE-AS-OF-DATE TO WS-RULE-SEL-DATE.

       READ-PARM-CARD.
           OPEN INPUT FB-PARM-FILE
           MOVE WS-CLASS-TEXT  TO FB-CLASS-TEXT
           MOVE WS-SOURCE-KEY  TO FB-SOURCE-KEY
           MOVE WS-RUN-NUMBER  TO FB-RUN-NUMBER
           MOVE FB-RULE-EFF-DATE TO FB-RULE-VERSION
           WRITE FB-OUTPUT-RECORD
           IF FB-RULE-EFF-DATE < WS-RULE-VER-LOW
               MOVE FB-RULE-EFF-DATE TO WS-RULE-VER-LOW
           END-IF
           IF FB-RULE-EFF-DATE > WS-RULE-VER-HIGH
               MOVE FB-RULE-EFF-DATE TO WS-RULE-VER-HIGH
           END-IF.

       TALLY-CONTROL-TOTALS.
           EVALUATE TRUE
           END-EVALUATE
           ADD 1 TO WS-TOT-RECORDS.

      ******************************************************************
      * Rule totals are by table position. Labels are those of the
      * version in force on the run date; a position only an earlier
      * or later version uses is shown by number.
      ******************************************************************
       WRITE-CONTROL-TOTALS.
           MOVE WS-RUN-DATE-NUM TO WS-RULE-AS-OF-DATE
           PERFORM SELECT-RULE-VERSION
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           WRITE FB-RPT-LINE FROM RPT-TOTALS-HEADER
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           PERFORM VARYING WS-RULE-X FROM 1 BY 1
                   UNTIL WS-RULE-X > WS-RULE-MAX-COUNT
               IF WS-RULE-X > FB-RULE-COUNT
                   MOVE SPACES TO TL-LABEL
                   STRING 'RULE ' WS-RULE-X(2:1) DELIMITED BY SIZE
                       INTO TL-LABEL
                   END-STRING
               ELSE
                   MOVE FB-RULE-LABEL(WS-RULE-X) TO TL-LABEL
               END-IF
               MOVE WS-TOT-RULE(WS-RULE-X)   TO TL-COUNT
               WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           END-PERFORM
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'TOTAL RECORDS'    TO TL-LABEL
           MOVE WS-TOT-RECORDS     TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           IF WS-TOT-RECORDS > 0
               MOVE 'RULE VERSION FROM'  TO VL-LABEL
               MOVE WS-RULE-VER-LOW      TO VL-EFF-DATE
               WRITE FB-RPT-LINE FROM RPT-VERSION-LINE
               MOVE 'RULE VERSION TO'    TO VL-LABEL
               MOVE WS-RULE-VER-HIGH     TO VL-EFF-DATE
               WRITE FB-RPT-LINE FROM RPT-VERSION-LINE
           END-IF.

       APPEND-HISTORY-RECORD.
           MOVE WS-RUN-DATE            TO FB-HIST-RUN-DATE
