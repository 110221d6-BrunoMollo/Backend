       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBPCHAPR.
      ******************************************************************
      * FBPCHAPR - CICS transaction FBAP, the checker's side of
      * FBPARM and FBRULES change control. A change entered on the
      * FBPM transaction (FBPMNT) or the FBPCHIN batch deck (FBPCHLD)
      * waits on the FBPCHG pending-change file (see FBPCHREC) until
      * it is decided here, and only an approved change is applied by
      * FIZZBUZZ. Entered with:
      *   nothing - the changes still open, oldest first: pending
      *       approval, or approved and waiting for the next run
      *   a change number (positions 1-6) - the change itself: who
      *       entered it and why, the old and new card field by field
      *       or the old and new rule version rule by rule, with an
      *       asterisk on every line that differs, and the delta
      *       totals FBWHATIF attached to it, if it has been tried out
      *   a change number, A in position 8 - approve it
      *   a change number, R in position 8 and a reason in positions
      *       10-29 - reject it
      * Only a pending change can be decided, and a change cannot be
      * approved by the user who entered it; the maker may reject
      * their own change to withdraw it. The decision is stamped on
      * the change - checker userid, date, time and reason - under
      * READ UPDATE, and written to the FBPL transient data queue in
      * the same stamp layout FBPMNT uses for an entry; FIZZBUZZ puts
      * it on FBAUDIT with the rest of the change's history.
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY FBPCHREC.

       01  WS-INPUT-AREA                PIC X(29) VALUE SPACES.
       01  WS-INPUT-LENGTH              PIC S9(4) COMP VALUE 29.
       01  WS-RESP                      PIC S9(8) COMP VALUE 0.

       01  WS-REQUEST.
           05  WS-REQ-CHANGE-ID-X       PIC X(6).
           05  WS-REQ-CHANGE-ID REDEFINES WS-REQ-CHANGE-ID-X
                                        PIC 9(6).
           05  FILLER                   PIC X(1).
           05  WS-REQ-ACTION            PIC X(1).
               88  WS-REQ-SHOW          VALUE SPACE.
               88  WS-REQ-APPROVE       VALUE 'A'.
               88  WS-REQ-REJECT        VALUE 'R'.
           05  FILLER                   PIC X(1).
           05  WS-REQ-REASON            PIC X(20).

       01  WS-CHANGE-KEY                PIC 9(6) VALUE 0.
       01  WS-USERID                    PIC X(8) VALUE SPACES.

       01  WS-DECIDED-SW                PIC X(1) VALUE 'N'.
           88  WS-DECIDED               VALUE 'Y'.

       01  WS-BROWSE-DONE-SW            PIC X(1) VALUE 'N'.
           88  WS-BROWSE-DONE           VALUE 'Y'.

       01  WS-MAX-LINES                 PIC 9(2) VALUE 15.
       01  WS-LINE-X                    PIC 9(2) VALUE 0.
       01  WS-HIT-COUNT                 PIC 9(4) VALUE 0.
       01  WS-FIELD-X                   PIC 9(2) VALUE 0.
       01  WS-RULE-X                    PIC 9(2) VALUE 0.

      ******************************************************************
      * Where each FBPARM field sits on the 62-byte card (FBPARM), so
      * old and new cards can be shown side by side field by field.
      ******************************************************************
       01  WS-PARM-FIELD-VALUES.
           05  FILLER PIC X(16) VALUE 'DIVISOR-1   0104'.
           05  FILLER PIC X(16) VALUE 'LABEL-1     0510'.
           05  FILLER PIC X(16) VALUE 'DIVISOR-2   1504'.
           05  FILLER PIC X(16) VALUE 'LABEL-2     1910'.
           05  FILLER PIC X(16) VALUE 'COMBINED    2910'.
           05  FILLER PIC X(16) VALUE 'LOW-RANGE   3908'.
           05  FILLER PIC X(16) VALUE 'HIGH-RANGE  4708'.
           05  FILLER PIC X(16) VALUE 'RUN-MODE    5501'.
           05  FILLER PIC X(16) VALUE 'RESTART     5601'.
           05  FILLER PIC X(16) VALUE 'CKPT-INTVL  5706'.
       01  WS-PARM-FIELD-TABLE REDEFINES WS-PARM-FIELD-VALUES.
           05  WS-PARM-FIELD OCCURS 10 TIMES.
               10  WS-PF-NAME           PIC X(12).
               10  WS-PF-START          PIC 9(2).
               10  WS-PF-LENGTH         PIC 9(2).

       01  WS-LIST-LINE.
           05  WS-LL-CHANGE-ID          PIC 9(6).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-LL-FILE               PIC X(8).
           05  WS-LL-STATUS             PIC X(9).
           05  WS-LL-MAKER-ID           PIC X(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-LL-MAKER-DATE         PIC 9(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-LL-NOTE               PIC X(20).

       01  WS-HEAD-LINE.
           05  FILLER                   PIC X(7) VALUE 'CHANGE '.
           05  WS-HL-CHANGE-ID          PIC 9(6).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-HL-FILE               PIC X(8).
           05  WS-HL-STATUS             PIC X(9).
           05  FILLER                   PIC X(3) VALUE 'BY '.
           05  WS-HL-MAKER-ID           PIC X(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-HL-MAKER-DATE         PIC 9(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-HL-MAKER-TIME         PIC 9(6).

       01  WS-NOTE-LINE.
           05  FILLER                   PIC X(6) VALUE 'NOTE: '.
           05  WS-NL-MAKER-NOTE         PIC X(20).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-NL-CHECKER-LABEL      PIC X(4).
           05  WS-NL-CHECKER-ID         PIC X(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-NL-CHECKER-NOTE       PIC X(20).

       01  WS-COMPARE-LINE.
           05  WS-CL-NAME               PIC X(11).
           05  WS-CL-OLD                PIC X(15).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-CL-NEW                PIC X(15).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-CL-MARK               PIC X(1).

       01  WS-RULE-COMPARE.
           05  WS-RC-DIVISOR            PIC 9(4).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-RC-LABEL              PIC X(10).

       01  WS-RULE-NAME.
           05  FILLER                   PIC X(5) VALUE 'RULE '.
           05  WS-RN-RULE-NO            PIC 9(1).

       01  WS-VERSION-LINE.
           05  FILLER                   PIC X(13) VALUE
               'VERSION EFF: '.
           05  WS-VL-EFF-DATE           PIC 9(8).
           05  FILLER                   PIC X(12) VALUE
               '  OLD RULES '.
           05  WS-VL-OLD-COUNT          PIC Z9.
           05  FILLER                   PIC X(12) VALUE
               '  NEW RULES '.
           05  WS-VL-NEW-COUNT          PIC Z9.

       01  WS-WHATIF-LINE-1.
           05  FILLER                   PIC X(8) VALUE 'WHAT-IF '.
           05  WS-WL-RUN-DATE           PIC 9(8).
           05  FILLER                   PIC X(7) VALUE ' RECS '.
           05  WS-WL-RECORDS            PIC Z(8)9.
           05  FILLER                   PIC X(14) VALUE
               ' CLASS DIFFS '.
           05  WS-WL-DIFFERENCES        PIC Z(8)9.

       01  WS-WHATIF-LINE-2.
           05  FILLER                   PIC X(9) VALUE 'COMBINED '.
           05  WS-WL-CUR-COMBINED       PIC Z(8)9.
           05  FILLER                   PIC X(1) VALUE '>'.
           05  WS-WL-NEW-COMBINED       PIC Z(8)9.
           05  FILLER                   PIC X(8) VALUE '  PLAIN '.
           05  WS-WL-CUR-PLAIN          PIC Z(8)9.
           05  FILLER                   PIC X(1) VALUE '>'.
           05  WS-WL-NEW-PLAIN          PIC Z(8)9.

       01  WS-DECISION-REPLY.
           05  FILLER                   PIC X(7) VALUE 'CHANGE '.
           05  WS-DR-CHANGE-ID          PIC 9(6).
           05  WS-DR-TEXT               PIC X(53).

       01  WS-CHANGE-STAMP.
           05  WS-STAMP-USERID          PIC X(8).
           05  WS-STAMP-DATE            PIC 9(8).
           05  WS-STAMP-TIME            PIC 9(8).
           05  WS-STAMP-CHANGE-ID       PIC 9(6).
           05  WS-STAMP-EVENT           PIC X(1).
           05  WS-STAMP-CHANGE-TYPE     PIC X(1).
           05  WS-STAMP-OLD-IMAGE       PIC X(136).
           05  WS-STAMP-NEW-IMAGE       PIC X(136).

       01  WS-LIST-TITLE                PIC X(66) VALUE
           'CHANGE FILE    STATUS   MAKER    ENTERED  NOTE'.

       01  WS-OUTPUT-AREA.
           05  WS-OUT-TITLE             PIC X(66) VALUE SPACES.
           05  WS-OUT-LINE OCCURS 15 TIMES
                                        PIC X(66).
           05  WS-OUT-FOOT              PIC X(66) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM VARYING WS-LINE-X FROM 1 BY 1
                   UNTIL WS-LINE-X > WS-MAX-LINES
               MOVE SPACES TO WS-OUT-LINE(WS-LINE-X)
           END-PERFORM
           MOVE 0 TO WS-LINE-X
           MOVE SPACES TO WS-INPUT-AREA
           MOVE LENGTH OF WS-INPUT-AREA TO WS-INPUT-LENGTH
           EXEC CICS RECEIVE
               INTO(WS-INPUT-AREA)
               LENGTH(WS-INPUT-LENGTH)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-INPUT-AREA
           END-IF
           MOVE WS-INPUT-AREA TO WS-REQUEST
           EVALUATE TRUE
               WHEN WS-INPUT-AREA = SPACES
                   PERFORM LIST-OPEN-CHANGES
               WHEN WS-REQ-CHANGE-ID-X NOT NUMERIC
                   MOVE 'CHANGE NUMBER MUST BE 6 DIGITS (POSITIONS 1-6)'
                       TO WS-OUT-FOOT
               WHEN WS-REQ-CHANGE-ID = 0
                   MOVE 'CHANGE NUMBER MUST NOT BE ZERO' TO WS-OUT-FOOT
               WHEN WS-REQ-SHOW
                   PERFORM SHOW-CHANGE
               WHEN WS-REQ-APPROVE OR WS-REQ-REJECT
                   PERFORM DECIDE-CHANGE
               WHEN OTHER
                   MOVE 'ACTION MUST BE A (APPROVE) OR R (REJECT)'
                       TO WS-OUT-FOOT
           END-EVALUATE
           EXEC CICS SEND TEXT
               FROM(WS-OUTPUT-AREA)
               LENGTH(LENGTH OF WS-OUTPUT-AREA)
               ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      * Change number zero is the control record; the browse starts
      * after it. Finished changes are still on file until the next
      * FIZZBUZZ run has audited them, and are passed over.
      ******************************************************************
       LIST-OPEN-CHANGES.
           MOVE WS-LIST-TITLE TO WS-OUT-TITLE
           MOVE 1 TO WS-CHANGE-KEY
           EXEC CICS STARTBR
               FILE('FBPCHG')
               RIDFLD(WS-CHANGE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO CHANGES ON FILE' TO WS-OUT-FOOT
           ELSE
               PERFORM UNTIL WS-BROWSE-DONE
                   PERFORM READ-NEXT-CHANGE
               END-PERFORM
               EXEC CICS ENDBR
                   FILE('FBPCHG')
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-HIT-COUNT = 0
                       MOVE 'NO OPEN CHANGES' TO WS-OUT-FOOT
                   WHEN WS-HIT-COUNT > WS-MAX-LINES
                       MOVE 'MORE OPEN CHANGES THAN FIT - DECIDE THE '
                           TO WS-OUT-FOOT
                       MOVE 'OLDEST FIRST' TO WS-OUT-FOOT(41:12)
                   WHEN OTHER
                       MOVE 'KEY A CHANGE NUMBER TO SEE THE CHANGE'
                           TO WS-OUT-FOOT
               END-EVALUATE
           END-IF.

       READ-NEXT-CHANGE.
           EXEC CICS READNEXT
               FILE('FBPCHG')
               INTO(FB-PENDING-CHANGE-RECORD)
               LENGTH(LENGTH OF FB-PENDING-CHANGE-RECORD)
               RIDFLD(WS-CHANGE-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               IF FB-PCH-PENDING OR FB-PCH-APPROVED
                   PERFORM ADD-LIST-LINE
               END-IF
           END-IF.

       ADD-LIST-LINE.
           ADD 1 TO WS-HIT-COUNT
           IF WS-LINE-X >= WS-MAX-LINES
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               MOVE FB-PCH-CHANGE-ID  TO WS-LL-CHANGE-ID
               PERFORM SET-FILE-AND-STATUS
               MOVE WS-HL-FILE        TO WS-LL-FILE
               MOVE WS-HL-STATUS      TO WS-LL-STATUS
               MOVE FB-PCH-MAKER-ID   TO WS-LL-MAKER-ID
               MOVE FB-PCH-MAKER-DATE TO WS-LL-MAKER-DATE
               MOVE FB-PCH-MAKER-NOTE TO WS-LL-NOTE
               ADD 1 TO WS-LINE-X
               MOVE WS-LIST-LINE TO WS-OUT-LINE(WS-LINE-X)
           END-IF.

       SET-FILE-AND-STATUS.
           IF FB-PCH-RULE-CHANGE
               MOVE 'FBRULES' TO WS-HL-FILE
           ELSE
               MOVE 'FBPARM'  TO WS-HL-FILE
           END-IF
           EVALUATE TRUE
               WHEN FB-PCH-PENDING
                   MOVE 'PENDING'  TO WS-HL-STATUS
               WHEN FB-PCH-APPROVED
                   MOVE 'APPROVED' TO WS-HL-STATUS
               WHEN FB-PCH-REJECTED
                   MOVE 'REJECTED' TO WS-HL-STATUS
               WHEN FB-PCH-APPLIED
                   MOVE 'APPLIED'  TO WS-HL-STATUS
               WHEN FB-PCH-NOT-APPLIED
                   MOVE 'NOT APPL' TO WS-HL-STATUS
               WHEN OTHER
                   MOVE FB-PCH-STATUS TO WS-HL-STATUS
           END-EVALUATE.

       READ-CHANGE.
           MOVE WS-REQ-CHANGE-ID TO WS-CHANGE-KEY
           EXEC CICS READ
               FILE('FBPCHG')
               INTO(FB-PENDING-CHANGE-RECORD)
               LENGTH(LENGTH OF FB-PENDING-CHANGE-RECORD)
               RIDFLD(WS-CHANGE-KEY)
               RESP(WS-RESP)
           END-EXEC.

      ******************************************************************
      * Old against new: a card field by field, a rule version rule by
      * rule; then the what-if delta, or a line saying there is none.
      ******************************************************************
       SHOW-CHANGE.
           PERFORM READ-CHANGE
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CHANGE NOT FOUND ON FBPCHG' TO WS-OUT-FOOT
           ELSE
               MOVE FB-PCH-CHANGE-ID    TO WS-HL-CHANGE-ID
               PERFORM SET-FILE-AND-STATUS
               MOVE FB-PCH-MAKER-ID     TO WS-HL-MAKER-ID
               MOVE FB-PCH-MAKER-DATE   TO WS-HL-MAKER-DATE
               MOVE FB-PCH-MAKER-TIME(1:6) TO WS-HL-MAKER-TIME
               MOVE WS-HEAD-LINE        TO WS-OUT-TITLE
               MOVE FB-PCH-MAKER-NOTE   TO WS-NL-MAKER-NOTE
               IF FB-PCH-CHECKER-ID = SPACES
                   MOVE SPACES          TO WS-NL-CHECKER-LABEL
               ELSE
                   MOVE 'BY: '          TO WS-NL-CHECKER-LABEL
               END-IF
               MOVE FB-PCH-CHECKER-ID   TO WS-NL-CHECKER-ID
               MOVE FB-PCH-CHECKER-NOTE TO WS-NL-CHECKER-NOTE
               MOVE 1 TO WS-LINE-X
               MOVE WS-NOTE-LINE TO WS-OUT-LINE(WS-LINE-X)
               IF FB-PCH-RULE-CHANGE
                   PERFORM SHOW-RULE-CHANGE
               ELSE
                   PERFORM SHOW-PARM-CHANGE
               END-IF
               PERFORM SHOW-WHATIF-DELTA
               IF FB-PCH-PENDING
                   MOVE 'KEY A IN POSITION 8 TO APPROVE, R + REASON '
                       TO WS-OUT-FOOT
                   MOVE 'TO REJECT' TO WS-OUT-FOOT(44:9)
               END-IF
           END-IF.

       SHOW-PARM-CHANGE.
           ADD 1 TO WS-LINE-X
           MOVE 'FIELD      OLD             NEW'
               TO WS-OUT-LINE(WS-LINE-X)
           PERFORM VARYING WS-FIELD-X FROM 1 BY 1
                   UNTIL WS-FIELD-X > 10
               MOVE WS-PF-NAME(WS-FIELD-X) TO WS-CL-NAME
               MOVE FB-PCH-OLD-CARD(WS-PF-START(WS-FIELD-X):
                                    WS-PF-LENGTH(WS-FIELD-X))
                   TO WS-CL-OLD
               MOVE FB-PCH-NEW-CARD(WS-PF-START(WS-FIELD-X):
                                    WS-PF-LENGTH(WS-FIELD-X))
                   TO WS-CL-NEW
               IF WS-CL-OLD = WS-CL-NEW
                   MOVE SPACE TO WS-CL-MARK
               ELSE
                   MOVE '*'   TO WS-CL-MARK
               END-IF
               ADD 1 TO WS-LINE-X
               MOVE WS-COMPARE-LINE TO WS-OUT-LINE(WS-LINE-X)
           END-PERFORM.

       SHOW-RULE-CHANGE.
           MOVE FB-PCH-NEW-EFF-DATE   TO WS-VL-EFF-DATE
           MOVE FB-PCH-OLD-RULE-COUNT TO WS-VL-OLD-COUNT
           MOVE FB-PCH-NEW-RULE-COUNT TO WS-VL-NEW-COUNT
           ADD 1 TO WS-LINE-X
           MOVE WS-VERSION-LINE TO WS-OUT-LINE(WS-LINE-X)
           ADD 1 TO WS-LINE-X
           MOVE 'RULE       OLD             NEW'
               TO WS-OUT-LINE(WS-LINE-X)
           PERFORM VARYING WS-RULE-X FROM 1 BY 1
                   UNTIL WS-RULE-X > 9
               MOVE WS-RULE-X TO WS-RN-RULE-NO
               MOVE WS-RULE-NAME TO WS-CL-NAME
               IF WS-RULE-X > FB-PCH-OLD-RULE-COUNT
                   MOVE SPACES TO WS-CL-OLD
               ELSE
                   MOVE FB-PCH-OLD-DIVISOR(WS-RULE-X) TO WS-RC-DIVISOR
                   MOVE FB-PCH-OLD-LABEL(WS-RULE-X)   TO WS-RC-LABEL
                   MOVE WS-RULE-COMPARE TO WS-CL-OLD
               END-IF
               IF WS-RULE-X > FB-PCH-NEW-RULE-COUNT
                   MOVE SPACES TO WS-CL-NEW
               ELSE
                   MOVE FB-PCH-NEW-DIVISOR(WS-RULE-X) TO WS-RC-DIVISOR
                   MOVE FB-PCH-NEW-LABEL(WS-RULE-X)   TO WS-RC-LABEL
                   MOVE WS-RULE-COMPARE TO WS-CL-NEW
               END-IF
               IF FB-PCH-OLD-ENTRY(WS-RULE-X) =
                  FB-PCH-NEW-ENTRY(WS-RULE-X)
                   MOVE SPACE TO WS-CL-MARK
               ELSE
                   MOVE '*'   TO WS-CL-MARK
               END-IF
               IF WS-CL-OLD NOT = SPACES OR WS-CL-NEW NOT = SPACES
                   ADD 1 TO WS-LINE-X
                   MOVE WS-COMPARE-LINE TO WS-OUT-LINE(WS-LINE-X)
               END-IF
           END-PERFORM.

       SHOW-WHATIF-DELTA.
           ADD 1 TO WS-LINE-X
           IF FB-PCH-WIF-RUN-DATE = 0
               MOVE 'NO WHAT-IF DELTA ATTACHED - RUN FBWHATIF FIRST'
                   TO WS-OUT-LINE(WS-LINE-X)
           ELSE
               MOVE FB-PCH-WIF-RUN-DATE     TO WS-WL-RUN-DATE
               MOVE FB-PCH-WIF-RECORDS      TO WS-WL-RECORDS
               MOVE FB-PCH-WIF-DIFFERENCES  TO WS-WL-DIFFERENCES
               MOVE WS-WHATIF-LINE-1 TO WS-OUT-LINE(WS-LINE-X)
               MOVE FB-PCH-WIF-CUR-COMBINED TO WS-WL-CUR-COMBINED
               MOVE FB-PCH-WIF-NEW-COMBINED TO WS-WL-NEW-COMBINED
               MOVE FB-PCH-WIF-CUR-PLAIN    TO WS-WL-CUR-PLAIN
               MOVE FB-PCH-WIF-NEW-PLAIN    TO WS-WL-NEW-PLAIN
               ADD 1 TO WS-LINE-X
               MOVE WS-WHATIF-LINE-2 TO WS-OUT-LINE(WS-LINE-X)
           END-IF.

      ******************************************************************
      * The change is read for update so two checkers cannot decide it
      * at once; a refused decision releases it untouched.
      ******************************************************************
       DECIDE-CHANGE.
           MOVE WS-REQ-CHANGE-ID TO WS-CHANGE-KEY
           MOVE WS-REQ-CHANGE-ID TO WS-DR-CHANGE-ID
           EXEC CICS READ
               FILE('FBPCHG')
               INTO(FB-PENDING-CHANGE-RECORD)
               LENGTH(LENGTH OF FB-PENDING-CHANGE-RECORD)
               RIDFLD(WS-CHANGE-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE ' NOT FOUND ON FBPCHG' TO WS-DR-TEXT
           ELSE
               EXEC CICS ASSIGN
                   USERID(WS-USERID)
               END-EXEC
               EVALUATE TRUE
                   WHEN NOT FB-PCH-PENDING
                       MOVE ' IS NOT PENDING - NOTHING DONE'
                           TO WS-DR-TEXT
                   WHEN WS-REQ-APPROVE
                    AND WS-USERID = FB-PCH-MAKER-ID
                       MOVE ' WAS ENTERED BY YOU - ANOTHER USER MUST '
                           TO WS-DR-TEXT
                       MOVE 'APPROVE' TO WS-DR-TEXT(41:7)
                   WHEN WS-REQ-REJECT AND WS-REQ-REASON = SPACES
                       MOVE ' - KEY A REASON IN POSITIONS 10-29'
                           TO WS-DR-TEXT
                   WHEN OTHER
                       PERFORM RECORD-DECISION
               END-EVALUATE
               IF NOT WS-DECIDED
                   EXEC CICS UNLOCK
                       FILE('FBPCHG')
                   END-EXEC
               END-IF
           END-IF
           MOVE WS-DECISION-REPLY TO WS-OUT-FOOT.

       RECORD-DECISION.
           IF WS-REQ-APPROVE
               MOVE 'A' TO FB-PCH-STATUS
           ELSE
               MOVE 'J' TO FB-PCH-STATUS
           END-IF
           MOVE WS-USERID     TO FB-PCH-CHECKER-ID
           ACCEPT FB-PCH-CHECKER-DATE FROM DATE YYYYMMDD
           ACCEPT FB-PCH-CHECKER-TIME FROM TIME
           MOVE WS-REQ-REASON TO FB-PCH-CHECKER-NOTE
           EXEC CICS REWRITE
               FILE('FBPCHG')
               FROM(FB-PENDING-CHANGE-RECORD)
               LENGTH(LENGTH OF FB-PENDING-CHANGE-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE ' REWRITE FAILED - DECISION NOT SAVED'
                   TO WS-DR-TEXT
           ELSE
               SET WS-DECIDED TO TRUE
               PERFORM WRITE-DECISION-STAMP
               IF FB-PCH-APPROVED
                   MOVE ' APPROVED - APPLIED BY NEXT RUN' TO WS-DR-TEXT
               ELSE
                   MOVE ' REJECTED' TO WS-DR-TEXT
               END-IF
           END-IF.

       WRITE-DECISION-STAMP.
           MOVE FB-PCH-CHECKER-ID   TO WS-STAMP-USERID
           MOVE FB-PCH-CHECKER-DATE TO WS-STAMP-DATE
           MOVE FB-PCH-CHECKER-TIME TO WS-STAMP-TIME
           MOVE FB-PCH-CHANGE-ID    TO WS-STAMP-CHANGE-ID
           MOVE FB-PCH-STATUS       TO WS-STAMP-EVENT
           MOVE FB-PCH-CHANGE-TYPE  TO WS-STAMP-CHANGE-TYPE
           MOVE FB-PCH-OLD-IMAGE    TO WS-STAMP-OLD-IMAGE
           MOVE FB-PCH-NEW-IMAGE    TO WS-STAMP-NEW-IMAGE
           EXEC CICS WRITEQ TD
               QUEUE('FBPL')
               FROM(WS-CHANGE-STAMP)
               LENGTH(LENGTH OF WS-CHANGE-STAMP)
           END-EXEC.
