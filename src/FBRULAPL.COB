       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBRULAPL.
      ******************************************************************
      * FBRULAPL - shared rule-version change logic for the pending
      * FBRULES changes on FBPCHG (see the FBPCHREC copybook). Works
      * on an FB-RULE-VERSION-TABLE loaded from the FBRULES file as it
      * stands - never the FBPARM fallback table - and one pending
      * rule change, whose new image names the version by its
      * effective date. CALLed by every program that enters, tries
      * out or applies a rule change, so all of them see the same
      * "before" and produce the same "after".
      *   'G' - get: copy the version the change names, as it stands
      *         now, into the change's old image; a version not yet
      *         on file gives a rule count of zero
      *   'A' - apply: replace the version the change names with the
      *         new image, add it in effective-date order when there
      *         is none, or delete it when the new image's rule count
      *         is zero - provided the version still matches the
      *         change's old image
      * Unused rule entries are zero and blank in both images so an
      * untouched version always compares equal.
      * Return codes (LK-RETURN-CODE): 00 done, 04 the version no
      * longer matches the old image (another change got there
      * first) - nothing applied, 08 the table already holds 10
      * versions - nothing applied, 12 invalid function.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-VER-X                    PIC 9(2) VALUE 0.
       01  WS-FOUND-X                  PIC 9(2) VALUE 0.
       01  WS-INSERT-X                 PIC 9(2) VALUE 0.
       01  WS-RULE-X                   PIC 9(2) VALUE 0.

       01  WS-CURRENT-IMAGE.
           05  WS-CUR-EFF-DATE         PIC 9(8).
           05  WS-CUR-RULE-COUNT       PIC 9(2).
           05  WS-CUR-ENTRY OCCURS 9 TIMES.
               10  WS-CUR-DIVISOR      PIC 9(4).
               10  WS-CUR-LABEL        PIC X(10).

       LINKAGE SECTION.
       01  LK-FUNCTION                 PIC X(1).
           88  LK-GET-VERSION          VALUE 'G'.
           88  LK-APPLY-CHANGE         VALUE 'A'.

       COPY FBRULVER.

       COPY FBPCHREC.

       01  LK-RETURN-CODE              PIC 9(2).

       PROCEDURE DIVISION USING LK-FUNCTION, FB-RULE-VERSION-TABLE,
           FB-PENDING-CHANGE-RECORD, LK-RETURN-CODE.
       MAIN-LOGIC.
           MOVE 0 TO LK-RETURN-CODE
           IF FB-RVT-COUNT NOT NUMERIC
               MOVE 0 TO FB-RVT-COUNT
           END-IF
           PERFORM FIND-CURRENT-VERSION
           EVALUATE TRUE
               WHEN LK-GET-VERSION
                   MOVE WS-CURRENT-IMAGE TO FB-PCH-OLD-IMAGE
               WHEN LK-APPLY-CHANGE
                   IF WS-CURRENT-IMAGE NOT = FB-PCH-OLD-IMAGE
                       MOVE 4 TO LK-RETURN-CODE
                   ELSE
                       PERFORM APPLY-RULE-CHANGE
                   END-IF
               WHEN OTHER
                   MOVE 12 TO LK-RETURN-CODE
           END-EVALUATE
           GOBACK.

      ******************************************************************
      * The version the change names, as it stands, in image form -
      * rule count zero when there is no version with that date.
      ******************************************************************
       FIND-CURRENT-VERSION.
           MOVE 0 TO WS-FOUND-X
           PERFORM VARYING WS-VER-X FROM 1 BY 1
                   UNTIL WS-VER-X > FB-RVT-COUNT
                      OR WS-VER-X > 10
               IF FB-RVT-EFF-DATE(WS-VER-X) = FB-PCH-NEW-EFF-DATE
                   MOVE WS-VER-X TO WS-FOUND-X
               END-IF
           END-PERFORM
           MOVE FB-PCH-NEW-EFF-DATE TO WS-CUR-EFF-DATE
           MOVE 0                   TO WS-CUR-RULE-COUNT
           PERFORM VARYING WS-RULE-X FROM 1 BY 1
                   UNTIL WS-RULE-X > 9
               MOVE ZEROES TO WS-CUR-DIVISOR(WS-RULE-X)
               MOVE SPACES TO WS-CUR-LABEL(WS-RULE-X)
           END-PERFORM
           IF WS-FOUND-X > 0
               MOVE FB-RVT-RULE-COUNT(WS-FOUND-X) TO WS-CUR-RULE-COUNT
               PERFORM VARYING WS-RULE-X FROM 1 BY 1
                       UNTIL WS-RULE-X > WS-CUR-RULE-COUNT
                          OR WS-RULE-X > 9
                   MOVE FB-RVT-DIVISOR(WS-FOUND-X, WS-RULE-X)
                       TO WS-CUR-DIVISOR(WS-RULE-X)
                   MOVE FB-RVT-LABEL(WS-FOUND-X, WS-RULE-X)
                       TO WS-CUR-LABEL(WS-RULE-X)
               END-PERFORM
           END-IF.

       APPLY-RULE-CHANGE.
           EVALUATE TRUE
               WHEN FB-PCH-NEW-RULE-COUNT = 0
                   IF WS-FOUND-X > 0
                       PERFORM DELETE-VERSION
                   END-IF
               WHEN WS-FOUND-X > 0
                   PERFORM REPLACE-VERSION
               WHEN FB-RVT-COUNT >= 10
                   MOVE 8 TO LK-RETURN-CODE
               WHEN OTHER
                   PERFORM INSERT-VERSION
           END-EVALUATE.

       DELETE-VERSION.
           PERFORM VARYING WS-VER-X FROM WS-FOUND-X BY 1
                   UNTIL WS-VER-X >= FB-RVT-COUNT
               MOVE FB-RVT-VERSION(WS-VER-X + 1)
                   TO FB-RVT-VERSION(WS-VER-X)
           END-PERFORM
           MOVE ZEROES TO FB-RVT-EFF-DATE(FB-RVT-COUNT)
           MOVE ZEROES TO FB-RVT-RULE-COUNT(FB-RVT-COUNT)
           MOVE SPACES TO FB-RVT-COMBINED-LABEL(FB-RVT-COUNT)
           PERFORM VARYING WS-RULE-X FROM 1 BY 1
                   UNTIL WS-RULE-X > 9
               MOVE ZEROES TO FB-RVT-DIVISOR(FB-RVT-COUNT, WS-RULE-X)
               MOVE SPACES TO FB-RVT-LABEL(FB-RVT-COUNT, WS-RULE-X)
           END-PERFORM
           SUBTRACT 1 FROM FB-RVT-COUNT.

      ******************************************************************
      * A new version goes in ahead of the first version with a later
      * effective date, keeping the table in the order FBRULSEL and
      * the FBRULES file itself require.
      ******************************************************************
       INSERT-VERSION.
           COMPUTE WS-INSERT-X = FB-RVT-COUNT + 1
           PERFORM VARYING WS-VER-X FROM FB-RVT-COUNT BY -1
                   UNTIL WS-VER-X < 1
               IF FB-RVT-EFF-DATE(WS-VER-X) > FB-PCH-NEW-EFF-DATE
                   MOVE WS-VER-X TO WS-INSERT-X
               END-IF
           END-PERFORM
           PERFORM VARYING WS-VER-X FROM FB-RVT-COUNT BY -1
                   UNTIL WS-VER-X < WS-INSERT-X
               MOVE FB-RVT-VERSION(WS-VER-X)
                   TO FB-RVT-VERSION(WS-VER-X + 1)
           END-PERFORM
           ADD 1 TO FB-RVT-COUNT
           MOVE WS-INSERT-X TO WS-FOUND-X
           PERFORM REPLACE-VERSION.

       REPLACE-VERSION.
           MOVE FB-PCH-NEW-EFF-DATE   TO FB-RVT-EFF-DATE(WS-FOUND-X)
           MOVE FB-PCH-NEW-RULE-COUNT TO FB-RVT-RULE-COUNT(WS-FOUND-X)
           MOVE SPACES TO FB-RVT-COMBINED-LABEL(WS-FOUND-X)
           PERFORM VARYING WS-RULE-X FROM 1 BY 1
                   UNTIL WS-RULE-X > 9
               IF WS-RULE-X > FB-PCH-NEW-RULE-COUNT
                   MOVE ZEROES TO FB-RVT-DIVISOR(WS-FOUND-X, WS-RULE-X)
                   MOVE SPACES TO FB-RVT-LABEL(WS-FOUND-X, WS-RULE-X)
               ELSE
                   MOVE FB-PCH-NEW-DIVISOR(WS-RULE-X)
                       TO FB-RVT-DIVISOR(WS-FOUND-X, WS-RULE-X)
                   MOVE FB-PCH-NEW-LABEL(WS-RULE-X)
                       TO FB-RVT-LABEL(WS-FOUND-X, WS-RULE-X)
               END-IF
           END-PERFORM.
