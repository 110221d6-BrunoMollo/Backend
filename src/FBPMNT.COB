       PROGRAM-ID. FBPMNT.
      ******************************************************************
      * FBPMNT - CICS transaction FBPM, the online maintenance path
      * for the FBPARM control card and the FBRULES rule table,
      * alongside FBONLINE's FBCL inquiry. Entered with no data it
      * displays the current FB-PARM-RECORD field by field. Anything
      * keyed is a change, and a change made here does not go live:
      * it is edited and then entered on the FBPCHG pending-change
      * file (see the FBPCHREC copybook) to wait for a different user
      * to approve it on the FBAP transaction (FBPCHAPR); FIZZBUZZ
      * applies it at the start of its next run. The input is
      *   P + note (20) + 62-byte card image - replacement FBPARM card
      *   R + note (20) + effective date + up to 9 divisor/label
      *       pairs (4 + 10 bytes each) in priority order - replace
      *       or add the FBRULES version with that effective date
      *   D + note (20) + effective date - delete that version
      * A bare 62-byte card image, keyed the way it always was, is
      * taken as a P change with no note. Every change runs through
      * the same edits the batch stream applies - the shared FBPARMVL
      * and FBRULEVL subprograms - BEFORE anything is saved. A change
      * that fails is sent back with the first edit message and
      * nothing is written, so a mispositioned column is caught at
      * entry time by the person making the change instead of at
      * 2 AM by the operator. A change that passes is given the next
      * change number from the FBPCHG control record and written with
      * the card or rule version as it stands now as its old image,
      * and a stamp of who entered what and when - userid, date,
      * time, change number, old and new images - is written to the
      * FBPL transient data queue for the audit trail. A rule change
      * is worked out against FBRULES as it stands, so it is refused
      * while the file itself fails the checks FIZZBUZZ makes on it.
      *
      * NOTE (dialect limitation): uses EXEC CICS, which GnuCOBOL's
      * "cobc -fsyntax-only" cannot translate/parse without a CICS

       COPY FBPEDIT.

       COPY FBRULVER.

       COPY FBRULTAB.

       COPY FBPCHREC.

       01  WS-PARM-KEY                  PIC X(8) VALUE 'FBPARM01'.

       01  WS-RULE-KEY.
           05  FILLER                   PIC X(6) VALUE 'FBRULE'.
           05  WS-RULE-KEY-NO           PIC 9(2).

       01  WS-RULE-RECORD.
           05  WS-RULE-IN-DIVISOR       PIC 9(4).
           05  WS-RULE-IN-LABEL         PIC X(10).
           05  WS-RULE-IN-EFF-DATE      PIC 9(8).

       01  WS-RULE-X                    PIC 9(3) VALUE 0.
       01  WS-RULE-IN-DATE              PIC 9(8) VALUE 0.
       01  WS-RULE-AS-OF-DATE           PIC 9(8) VALUE 0.
       01  WS-VER-X                     PIC 9(2) VALUE 0.

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

       01  WS-CHANGE-KEY                PIC 9(6) VALUE 0.
       01  WS-APL-FUNCTION              PIC X(1) VALUE SPACE.
       01  WS-APL-RC                    PIC 9(2) VALUE 0.

       01  WS-ENTRY-ERROR-SW            PIC X(1) VALUE 'N'.
           88  WS-ENTRY-ERROR           VALUE 'Y'.

       01  WS-INPUT-LENGTH              PIC S9(4) COMP VALUE 160.
       01  WS-RESP                      PIC S9(8) COMP VALUE 0.

       01  WS-INPUT-AREA                PIC X(160) VALUE SPACES.
       01  WS-ENTRY-AREA REDEFINES WS-INPUT-AREA.
           05  WS-ENT-TYPE              PIC X(1).
           05  WS-ENT-NOTE              PIC X(20).
           05  WS-ENT-IMAGE             PIC X(134).
           05  FILLER                   PIC X(5).

       01  WS-RULE-ENTRY-AREA.
           05  WS-RE-EFF-DATE           PIC X(8).
           05  WS-RE-PAIR OCCURS 9 TIMES.
               10  WS-RE-DIVISOR        PIC X(4).
               10  WS-RE-LABEL          PIC X(10).

       01  WS-OLD-CARD-IMAGE            PIC X(62) VALUE SPACES.

       01  WS-CHANGE-STAMP.
           05  WS-STAMP-USERID          PIC X(8).
           05  WS-STAMP-DATE            PIC 9(8).
           05  WS-STAMP-TIME            PIC 9(8).
           05  WS-STAMP-CHANGE-ID       PIC 9(6).
           05  WS-STAMP-EVENT           PIC X(1).
           05  WS-STAMP-CHANGE-TYPE     PIC X(1).
           05  WS-STAMP-OLD-IMAGE       PIC X(136).
           05  WS-STAMP-NEW-IMAGE       PIC X(136).

       01  WS-DISPLAY-AREA.
           05  FILLER                   PIC X(11) VALUE 'DIVISOR-1: '.
           05  FILLER                   PIC X(7)  VALUE ' CKPT: '.
           05  WS-DSP-CKPT-INTERVAL     PIC 9(6).

       01  WS-ENTERED-REPLY.
           05  FILLER                   PIC X(7)  VALUE 'CHANGE '.
           05  WS-REPLY-CHANGE-ID       PIC 9(6).
           05  FILLER                   PIC X(40) VALUE
               ' ENTERED - PENDING APPROVAL ON FBAP'.

       01  WS-OUTPUT-LINE               PIC X(149) VALUE SPACES.

       PROCEDURE DIVISION.
           IF WS-INPUT-AREA = SPACES
               PERFORM DISPLAY-CURRENT-PARM
           ELSE
               PERFORM ENTER-CHANGE
           END-IF

           EXEC CICS SEND TEXT
           END-IF.

      ******************************************************************
      * The keyed change is edited before anything is written; only a
      * clean change that actually differs from what is in force is
      * entered on FBPCHG, and nothing goes live until it is approved.
      ******************************************************************
       ENTER-CHANGE.
           INITIALIZE FB-PENDING-CHANGE-RECORD
           MOVE 'N' TO WS-ENTRY-ERROR-SW
           EVALUATE TRUE
               WHEN WS-INPUT-AREA(1:1) NUMERIC
                   MOVE 'P'                  TO FB-PCH-CHANGE-TYPE
                   MOVE WS-INPUT-AREA(1:62)  TO FB-PCH-NEW-CARD
               WHEN WS-ENT-TYPE = 'P'
                   MOVE 'P'                  TO FB-PCH-CHANGE-TYPE
                   MOVE WS-ENT-NOTE          TO FB-PCH-MAKER-NOTE
                   MOVE WS-ENT-IMAGE(1:62)   TO FB-PCH-NEW-CARD
               WHEN WS-ENT-TYPE = 'R' OR WS-ENT-TYPE = 'D'
                   MOVE 'R'                  TO FB-PCH-CHANGE-TYPE
                   MOVE WS-ENT-NOTE          TO FB-PCH-MAKER-NOTE
                   PERFORM BUILD-RULE-IMAGE
               WHEN OTHER
                   MOVE 'INVALID CHANGE TYPE - KEY P, R OR D FIRST'
                       TO WS-OUTPUT-LINE
                   SET WS-ENTRY-ERROR TO TRUE
           END-EVALUATE
           IF NOT WS-ENTRY-ERROR
               IF FB-PCH-PARM-CHANGE
                   PERFORM EDIT-PARM-CHANGE
               ELSE
                   PERFORM EDIT-RULE-CHANGE
               END-IF
           END-IF
           IF NOT WS-ENTRY-ERROR
            AND FB-PCH-NEW-IMAGE = FB-PCH-OLD-IMAGE
               MOVE 'CHANGE IS THE SAME AS WHAT IS IN FORCE - NOT SAVED'
                   TO WS-OUTPUT-LINE
               SET WS-ENTRY-ERROR TO TRUE
           END-IF
           IF NOT WS-ENTRY-ERROR
               PERFORM WRITE-PENDING-CHANGE
           END-IF.

      ******************************************************************
      * The rule count is the position of the last pair keyed; a gap
      * before it is left for FBRULEVL to reject. A D change carries
      * no rules at all.
      ******************************************************************
       BUILD-RULE-IMAGE.
           MOVE WS-ENT-IMAGE TO WS-RULE-ENTRY-AREA
           IF WS-RE-EFF-DATE NOT NUMERIC
               MOVE 'INVALID EFFECTIVE DATE - MUST BE CCYYMMDD'
                   TO WS-OUTPUT-LINE
               SET WS-ENTRY-ERROR TO TRUE
           ELSE
               MOVE WS-RE-EFF-DATE TO FB-PCH-NEW-EFF-DATE
               MOVE 0              TO FB-PCH-NEW-RULE-COUNT
               PERFORM VARYING WS-RULE-X FROM 1 BY 1
                       UNTIL WS-RULE-X > 9
                   MOVE ZEROES TO FB-PCH-NEW-DIVISOR(WS-RULE-X)
                   MOVE SPACES TO FB-PCH-NEW-LABEL(WS-RULE-X)
                   IF WS-ENT-TYPE = 'R'
                    AND WS-RE-PAIR(WS-RULE-X) NOT = SPACES
                       MOVE WS-RULE-X TO FB-PCH-NEW-RULE-COUNT
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-RULE-X FROM 1 BY 1
                       UNTIL WS-RULE-X > FB-PCH-NEW-RULE-COUNT
                   MOVE WS-RE-PAIR(WS-RULE-X)
                       TO FB-PCH-NEW-ENTRY(WS-RULE-X)
               END-PERFORM
               IF WS-ENT-TYPE = 'R' AND FB-PCH-NEW-RULE-COUNT = 0
                   MOVE 'NO RULES KEYED - KEY D TO DELETE A VERSION'
                       TO WS-OUTPUT-LINE
                   SET WS-ENTRY-ERROR TO TRUE
               END-IF
           END-IF.

       EDIT-PARM-CHANGE.
           MOVE FB-PCH-NEW-CARD TO FB-PARM-RECORD
           CALL 'FBPARMVL' USING FB-PARM-RECORD, FB-PARM-EDIT-RESULT
           END-CALL
           IF FB-PEDIT-ERROR-COUNT > 0
               MOVE FB-PEDIT-MESSAGE(1) TO WS-OUTPUT-LINE
               SET WS-ENTRY-ERROR TO TRUE
           ELSE
               EXEC CICS READ
                   FILE('FBPARM')
                   INTO(WS-OLD-CARD-IMAGE)
                   LENGTH(LENGTH OF WS-OLD-CARD-IMAGE)
                   RIDFLD(WS-PARM-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE SPACES TO WS-OLD-CARD-IMAGE
               END-IF
               MOVE WS-OLD-CARD-IMAGE TO FB-PCH-OLD-CARD
           END-IF.

      ******************************************************************
      * New rules are held to the FBRULEVL edits as one table; the
      * version as it stands now comes from FBRULAPL, the same
      * routine FIZZBUZZ applies the change with.
      ******************************************************************
       EDIT-RULE-CHANGE.
           IF FB-PCH-NEW-RULE-COUNT > 0
               MOVE FB-PCH-NEW-RULE-COUNT TO FB-RULE-COUNT
               MOVE SPACES                TO FB-RULE-COMBINED-LABEL
               MOVE FB-PCH-NEW-EFF-DATE   TO FB-RULE-EFF-DATE
               PERFORM VARYING WS-RULE-X FROM 1 BY 1
                       UNTIL WS-RULE-X > 9
                   MOVE FB-PCH-NEW-ENTRY(WS-RULE-X)
                       TO FB-RULE-ENTRY(WS-RULE-X)
               END-PERFORM
               CALL 'FBRULEVL' USING FB-RULE-TABLE,
                   FB-PARM-EDIT-RESULT
               END-CALL
               IF FB-PEDIT-ERROR-COUNT > 0
                   MOVE FB-PEDIT-MESSAGE(1) TO WS-OUTPUT-LINE
                   SET WS-ENTRY-ERROR TO TRUE
               END-IF
           END-IF
           IF NOT WS-ENTRY-ERROR
               PERFORM LOAD-RULE-VERSIONS
               IF WS-RULES-INVALID
                   MOVE 'FBRULES FAILS ITS EDITS - RULE CHANGE REFUSED'
                       TO WS-OUTPUT-LINE
                   SET WS-ENTRY-ERROR TO TRUE
               END-IF
           END-IF
           IF NOT WS-ENTRY-ERROR
               MOVE 'G' TO WS-APL-FUNCTION
               CALL 'FBRULAPL' USING WS-APL-FUNCTION,
                   FB-RULE-VERSION-TABLE, FB-PENDING-CHANGE-RECORD,
                   WS-APL-RC
               END-CALL
               EVALUATE TRUE
                   WHEN FB-PCH-NEW-RULE-COUNT = 0
                    AND FB-PCH-OLD-RULE-COUNT = 0
                       MOVE 'NO RULE VERSION WITH THAT DATE TO DELETE'
                           TO WS-OUTPUT-LINE
                       SET WS-ENTRY-ERROR TO TRUE
                   WHEN FB-PCH-OLD-RULE-COUNT = 0
                    AND FB-RVT-COUNT >= 10
                       MOVE 'FBRULES ALREADY HOLDS 10 VERSIONS'
                           TO WS-OUTPUT-LINE
                       SET WS-ENTRY-ERROR TO TRUE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * FBRULES as it stands, the way FBONLINE reads it: records keyed
      * FBRULE01-FBRULE99 until NOTFND, a change of effective date
      * starting a new version. There is no FBPARM fallback here - a
      * change is made to the file, not to the card's divisor pairs.
      ******************************************************************
       LOAD-RULE-VERSIONS.
           INITIALIZE FB-RULE-VERSION-TABLE
           MOVE 'N' TO WS-RULE-DONE-SW
           PERFORM VARYING WS-RULE-X FROM 1 BY 1
                   UNTIL WS-RULE-X > 99 OR WS-RULE-DONE
               MOVE WS-RULE-X TO WS-RULE-KEY-NO
               EXEC CICS READ
                   FILE('FBRULES')
                   INTO(WS-RULE-RECORD)
                   LENGTH(LENGTH OF WS-RULE-RECORD)
                   RIDFLD(WS-RULE-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM LOAD-RULE-ENTRY
               ELSE
                   SET WS-RULE-DONE TO TRUE
               END-IF
           END-PERFORM
           PERFORM VALIDATE-RULES.

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

      ******************************************************************
      * The change number comes from the FBPCHG control record (key
      * zero), read for update so two makers can never be given the
      * same number.
      ******************************************************************
       WRITE-PENDING-CHANGE.
           MOVE 0 TO WS-CHANGE-KEY
           EXEC CICS READ
               FILE('FBPCHG')
               INTO(FB-PCH-CONTROL-RECORD)
               LENGTH(LENGTH OF FB-PCH-CONTROL-RECORD)
               RIDFLD(WS-CHANGE-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'FBPCHG CONTROL RECORD NOT AVAILABLE - NOT SAVED'
                   TO WS-OUTPUT-LINE
           ELSE
               ADD 1 TO FB-PCC-LAST-ID
               EXEC CICS REWRITE
                   FILE('FBPCHG')
                   FROM(FB-PCH-CONTROL-RECORD)
                   LENGTH(LENGTH OF FB-PCH-CONTROL-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'FBPCHG CONTROL REWRITE FAILED - NOT SAVED'
                       TO WS-OUTPUT-LINE
               ELSE
                   PERFORM WRITE-CHANGE-RECORD
               END-IF
           END-IF.

       WRITE-CHANGE-RECORD.
           MOVE FB-PCC-LAST-ID TO FB-PCH-CHANGE-ID
           MOVE FB-PCC-LAST-ID TO WS-CHANGE-KEY
           MOVE 'P'            TO FB-PCH-STATUS
           MOVE SPACE          TO FB-PCH-AUDIT-LEVEL
           MOVE 'O'            TO FB-PCH-ORIGIN
           EXEC CICS ASSIGN
               USERID(FB-PCH-MAKER-ID)
           END-EXEC
           ACCEPT FB-PCH-MAKER-DATE FROM DATE YYYYMMDD
           ACCEPT FB-PCH-MAKER-TIME FROM TIME
           EXEC CICS WRITE
               FILE('FBPCHG')
               FROM(FB-PENDING-CHANGE-RECORD)
               LENGTH(LENGTH OF FB-PENDING-CHANGE-RECORD)
               RIDFLD(WS-CHANGE-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'FBPCHG WRITE FAILED - CHANGE NOT SAVED'
                   TO WS-OUTPUT-LINE
           ELSE
               PERFORM WRITE-CHANGE-STAMP
               MOVE FB-PCH-CHANGE-ID TO WS-REPLY-CHANGE-ID
               MOVE WS-ENTERED-REPLY TO WS-OUTPUT-LINE
           END-IF.

       WRITE-CHANGE-STAMP.
           MOVE FB-PCH-MAKER-ID    TO WS-STAMP-USERID
           MOVE FB-PCH-MAKER-DATE  TO WS-STAMP-DATE
           MOVE FB-PCH-MAKER-TIME  TO WS-STAMP-TIME
           MOVE FB-PCH-CHANGE-ID   TO WS-STAMP-CHANGE-ID
           MOVE 'E'                TO WS-STAMP-EVENT
           MOVE FB-PCH-CHANGE-TYPE TO WS-STAMP-CHANGE-TYPE
           MOVE FB-PCH-OLD-IMAGE   TO WS-STAMP-OLD-IMAGE
           MOVE FB-PCH-NEW-IMAGE   TO WS-STAMP-NEW-IMAGE
           EXEC CICS WRITEQ TD
               QUEUE('FBPL')
               FROM(WS-CHANGE-STAMP)
