       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBXSUBMT.
      ******************************************************************
      * FBXSUBMT - shared receiver subscription match. Given one
      * receiver's FB-XSUB-RECORD (see FBXSUBRC) and a record's source
      * key and class code, says whether the record goes to that
      * receiver. CALLed by FBXTRACT for every extract record and by
      * FBBKOUT for every replacement record, so a receiver's
      * replacement file holds exactly the records its original did.
      * The class code must be one of FB-XSUB-CLASS-CODES (all blank
      * takes every class) and the source key must start with one of
      * the FB-XSUB-PREFIX entries (all blank takes every source).
      * LK-MATCH-SW is returned 'Y' for a match, 'N' otherwise.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CODE-X                   PIC 9(2) VALUE 0.
       01  WS-PREFIX-X                 PIC 9(2) VALUE 0.
       01  WS-PREFIX-LEN               PIC 9(2) VALUE 0.
       01  WS-PREFIX-WORK              PIC X(6) VALUE SPACES.

       01  WS-CLASS-OK-SW              PIC X(1) VALUE 'N'.
           88  WS-CLASS-OK             VALUE 'Y'.
       01  WS-PREFIX-OK-SW             PIC X(1) VALUE 'N'.
           88  WS-PREFIX-OK            VALUE 'Y'.

       LINKAGE SECTION.
       COPY FBXSUBRC.

       01  LK-SOURCE-KEY               PIC X(12).
       01  LK-CLASS-CODE               PIC X(1).
       01  LK-MATCH-SW                 PIC X(1).

       PROCEDURE DIVISION USING FB-XSUB-RECORD, LK-SOURCE-KEY,
           LK-CLASS-CODE, LK-MATCH-SW.
       MAIN-LOGIC.
           MOVE 'N' TO LK-MATCH-SW
           PERFORM CHECK-CLASS-CODE
           IF WS-CLASS-OK
               PERFORM CHECK-SOURCE-PREFIX
               IF WS-PREFIX-OK
                   MOVE 'Y' TO LK-MATCH-SW
               END-IF
           END-IF
           GOBACK.

       CHECK-CLASS-CODE.
           IF FB-XSUB-CLASS-CODES = SPACES
               MOVE 'Y' TO WS-CLASS-OK-SW
           ELSE
               MOVE 'N' TO WS-CLASS-OK-SW
               PERFORM VARYING WS-CODE-X FROM 1 BY 1
                       UNTIL WS-CODE-X > 10
                          OR WS-CLASS-OK
                   IF FB-XSUB-CLASS-CODES(WS-CODE-X:1) NOT = SPACE
                    AND FB-XSUB-CLASS-CODES(WS-CODE-X:1) =
                        LK-CLASS-CODE
                       MOVE 'Y' TO WS-CLASS-OK-SW
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * Each prefix is compared for its own length, so 'NY' takes
      * every key starting NY and 'NYC01' only that one branch.
      ******************************************************************
       CHECK-SOURCE-PREFIX.
           IF FB-XSUB-PREFIXES = SPACES
               MOVE 'Y' TO WS-PREFIX-OK-SW
           ELSE
               MOVE 'N' TO WS-PREFIX-OK-SW
               PERFORM VARYING WS-PREFIX-X FROM 1 BY 1
                       UNTIL WS-PREFIX-X > 8
                          OR WS-PREFIX-OK
                   IF FB-XSUB-PREFIX(WS-PREFIX-X) NOT = SPACES
                       PERFORM MATCH-ONE-PREFIX
                   END-IF
               END-PERFORM
           END-IF.

       MATCH-ONE-PREFIX.
           MOVE FB-XSUB-PREFIX(WS-PREFIX-X) TO WS-PREFIX-WORK
           PERFORM VARYING WS-PREFIX-LEN FROM 6 BY -1
                   UNTIL WS-PREFIX-LEN < 1
                   OR WS-PREFIX-WORK(WS-PREFIX-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF LK-SOURCE-KEY(1:WS-PREFIX-LEN) =
              WS-PREFIX-WORK(1:WS-PREFIX-LEN)
               MOVE 'Y' TO WS-PREFIX-OK-SW
           END-IF.
