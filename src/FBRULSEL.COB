       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBRULSEL.
      ******************************************************************
      * FBRULSEL - shared rule-table version selection. Given the
      * FB-RULE-VERSION-TABLE loaded from FBRULES (see the FBRULVER
      * copybook) and a business date, copies the version in force on
      * that date - the latest version whose effective date is not
      * after it - into the FB-RULE-TABLE that FBCLASS and FBRULEVL
      * work on, with FB-RULE-EFF-DATE naming the version chosen.
      * CALLed by every program that classifies, so batch, what-if
      * and online always apply the same version to the same date.
      *
      * A date earlier than every version gets the earliest version,
      * so a record dated before the first effective date is still
      * classified. An empty version table gives an empty rule table,
      * which FBRULEVL rejects.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-VER-X                    PIC 9(2) VALUE 0.
       01  WS-SEL-X                    PIC 9(2) VALUE 0.
       01  WS-RULE-X                   PIC 9(2) VALUE 0.

       LINKAGE SECTION.
       COPY FBRULVER.

       01  LK-AS-OF-DATE               PIC 9(8).

       COPY FBRULTAB.

       PROCEDURE DIVISION USING FB-RULE-VERSION-TABLE, LK-AS-OF-DATE,
           FB-RULE-TABLE.
       MAIN-LOGIC.
           MOVE ZEROES TO FB-RULE-COUNT
           MOVE SPACES TO FB-RULE-COMBINED-LABEL
           MOVE ZEROES TO FB-RULE-EFF-DATE
           PERFORM VARYING WS-RULE-X FROM 1 BY 1
                   UNTIL WS-RULE-X > 9
               MOVE ZEROES TO FB-RULE-DIVISOR(WS-RULE-X)
               MOVE SPACES TO FB-RULE-LABEL(WS-RULE-X)
           END-PERFORM
           IF FB-RVT-COUNT NOT NUMERIC OR FB-RVT-COUNT = 0
               GOBACK
           END-IF
           MOVE 1 TO WS-SEL-X
           PERFORM VARYING WS-VER-X FROM 2 BY 1
                   UNTIL WS-VER-X > FB-RVT-COUNT
                      OR WS-VER-X > 10
               IF FB-RVT-EFF-DATE(WS-VER-X) <= LK-AS-OF-DATE
                   MOVE WS-VER-X TO WS-SEL-X
               END-IF
           END-PERFORM
           MOVE FB-RVT-EFF-DATE(WS-SEL-X)   TO FB-RULE-EFF-DATE
           MOVE FB-RVT-RULE-COUNT(WS-SEL-X) TO FB-RULE-COUNT
           MOVE FB-RVT-COMBINED-LABEL(WS-SEL-X)
               TO FB-RULE-COMBINED-LABEL
           PERFORM VARYING WS-RULE-X FROM 1 BY 1
                   UNTIL WS-RULE-X > 9
               MOVE FB-RVT-DIVISOR(WS-SEL-X, WS-RULE-X)
                   TO FB-RULE-DIVISOR(WS-RULE-X)
               MOVE FB-RVT-LABEL(WS-SEL-X, WS-RULE-X)
                   TO FB-RULE-LABEL(WS-RULE-X)
           END-PERFORM
           GOBACK.
