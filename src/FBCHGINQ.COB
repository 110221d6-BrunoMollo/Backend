       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBCHGINQ.
      ******************************************************************
      * FBCHGINQ - CICS transaction FBLN, the online classification
      * lineage inquiry, alongside FBONLINE's FBCL inquiry and
      * FBSUSINQ's FBSQ suspense browse. FBCL shows what a number is
      * classified as today; FBLN shows how it got there - every add,
      * change and reversal the batch steps recorded on the FBCHGHST
      * change history (see FBCHGREC), oldest first, so an auditor's
      * "what was it on the 3rd, and which run changed it" is
      * answered on the spot. Entered with:
      *   a number (positions 1-9) - the lineage of every source key
      *       the number was classified under
      *   a number followed by a source key (positions 10-21) - the
      *       lineage of that one number/source key pair
      * Each line gives the source key, the run date and run number
      * that made the change, the action ('A' add, 'C' change, 'R'
      * reversal), the old and new class code and text, and the
      * step that recorded it. The browse runs against the FBCHGHST
      * file defined in the CICS FCT, keyed on FB-CHG-KEY (number,
      * source key, run date, run number) - the nightly reload of the
      * appended history in key order - so a lineage is one short
      * browse from the requested key. At most WS-MAX-LINES changes
      * are shown, with a MORE flag when the browse was cut off.
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY FBCHGREC.

       01  WS-INPUT-AREA                PIC X(21) VALUE SPACES.
       01  WS-INPUT-LENGTH              PIC S9(4) COMP VALUE 21.
       01  WS-RESP                      PIC S9(8) COMP VALUE 0.

       01  WS-REQUEST-OK-SW             PIC X(1) VALUE 'N'.
           88  WS-REQUEST-OK            VALUE 'Y'.

       01  WS-SEARCH-NUMBER-X           PIC X(9) VALUE SPACES.
       01  WS-SEARCH-NUMBER REDEFINES WS-SEARCH-NUMBER-X
                                        PIC 9(9).
       01  WS-SEARCH-SOURCE-KEY         PIC X(12) VALUE SPACES.

       01  WS-BROWSE-KEY                PIC X(35) VALUE LOW-VALUES.

       01  WS-BROWSE-DONE-SW            PIC X(1) VALUE 'N'.
           88  WS-BROWSE-DONE           VALUE 'Y'.

       01  WS-MAX-LINES                 PIC 9(2) VALUE 15.
       01  WS-LINE-X                    PIC 9(2) VALUE 0.
       01  WS-HIT-COUNT                 PIC 9(4) VALUE 0.

       01  WS-DETAIL-LINE.
           05  WS-DL-SOURCE-KEY         PIC X(12).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-DL-RUN-DATE           PIC 9(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-DL-RUN-NUMBER         PIC 9(6).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-DL-ACTION             PIC X(1).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-DL-OLD-CODE           PIC X(1).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-DL-OLD-TEXT           PIC X(10).
           05  FILLER                   PIC X(1) VALUE '>'.
           05  WS-DL-NEW-CODE           PIC X(1).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-DL-NEW-TEXT           PIC X(10).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-DL-STEP-NAME          PIC X(8).

       01  WS-OUTPUT-AREA.
           05  WS-OUT-TITLE.
               10  FILLER               PIC X(34) VALUE
                   'SOURCE-KEY   RUN-DATE RUN-NO A OLD'.
               10  FILLER               PIC X(9)  VALUE SPACES.
               10  FILLER               PIC X(14) VALUE '>NEW'.
               10  FILLER               PIC X(9)  VALUE 'STEP'.
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
           MOVE LENGTH OF WS-INPUT-AREA TO WS-INPUT-LENGTH
           EXEC CICS RECEIVE
               INTO(WS-INPUT-AREA)
               LENGTH(WS-INPUT-LENGTH)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL) OR WS-INPUT-LENGTH < 1
               MOVE 'ENTER NUMBER, OPTIONALLY FOLLOWED BY SOURCE KEY'
                   TO WS-OUT-FOOT
           ELSE
               PERFORM PARSE-LINEAGE-REQUEST
               IF WS-REQUEST-OK
                   PERFORM BROWSE-CHANGE-HISTORY
               END-IF
           END-IF
           EXEC CICS SEND TEXT
               FROM(WS-OUTPUT-AREA)
               LENGTH(LENGTH OF WS-OUTPUT-AREA)
               ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

       PARSE-LINEAGE-REQUEST.
           MOVE WS-INPUT-AREA(1:9) TO WS-SEARCH-NUMBER-X
           INSPECT WS-SEARCH-NUMBER-X
               REPLACING LEADING SPACE BY ZERO
           IF WS-SEARCH-NUMBER-X IS NOT NUMERIC
               MOVE 'NUMBER MUST BE NUMERIC (POSITIONS 1-9)'
                   TO WS-OUT-FOOT
           ELSE
               IF WS-INPUT-LENGTH > 9
                   MOVE WS-INPUT-AREA(10:12) TO WS-SEARCH-SOURCE-KEY
               ELSE
                   MOVE SPACES TO WS-SEARCH-SOURCE-KEY
               END-IF
               SET WS-REQUEST-OK TO TRUE
           END-IF.

      ******************************************************************
      * The browse starts at the first history record for the number
      * (and source key, when one was entered) and stops as soon as
      * the key moves past it; the records arrive in key order, so a
      * pair's lineage is in date and run order.
      ******************************************************************
       BROWSE-CHANGE-HISTORY.
           MOVE LOW-VALUES TO WS-BROWSE-KEY
           MOVE WS-SEARCH-NUMBER-X TO WS-BROWSE-KEY(1:9)
           IF WS-SEARCH-SOURCE-KEY NOT = SPACES
               MOVE WS-SEARCH-SOURCE-KEY TO WS-BROWSE-KEY(10:12)
           END-IF
           EXEC CICS STARTBR
               FILE('FBCHGHST')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO CHANGE HISTORY ON FILE' TO WS-OUT-FOOT
           ELSE
               PERFORM UNTIL WS-BROWSE-DONE
                   PERFORM READ-NEXT-CHANGE
               END-PERFORM
               EXEC CICS ENDBR
                   FILE('FBCHGHST')
               END-EXEC
               PERFORM SET-RESULT-FOOT
           END-IF.

       READ-NEXT-CHANGE.
           EXEC CICS READNEXT
               FILE('FBCHGHST')
               INTO(FB-CHANGE-HISTORY-RECORD)
               LENGTH(LENGTH OF FB-CHANGE-HISTORY-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN FB-CHG-NUMBER NOT = WS-SEARCH-NUMBER
                       SET WS-BROWSE-DONE TO TRUE
                   WHEN WS-SEARCH-SOURCE-KEY NOT = SPACES
                    AND FB-CHG-SOURCE-KEY NOT = WS-SEARCH-SOURCE-KEY
                       SET WS-BROWSE-DONE TO TRUE
                   WHEN OTHER
                       PERFORM ADD-DETAIL-LINE
               END-EVALUATE
           END-IF.

       ADD-DETAIL-LINE.
           ADD 1 TO WS-HIT-COUNT
           IF WS-LINE-X >= WS-MAX-LINES
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               MOVE FB-CHG-SOURCE-KEY TO WS-DL-SOURCE-KEY
               MOVE FB-CHG-RUN-DATE   TO WS-DL-RUN-DATE
               MOVE FB-CHG-RUN-NUMBER TO WS-DL-RUN-NUMBER
               MOVE FB-CHG-ACTION     TO WS-DL-ACTION
               MOVE FB-CHG-OLD-CODE   TO WS-DL-OLD-CODE
               MOVE FB-CHG-OLD-TEXT   TO WS-DL-OLD-TEXT
               MOVE FB-CHG-NEW-CODE   TO WS-DL-NEW-CODE
               MOVE FB-CHG-NEW-TEXT   TO WS-DL-NEW-TEXT
               MOVE FB-CHG-STEP-NAME  TO WS-DL-STEP-NAME
               ADD 1 TO WS-LINE-X
               MOVE WS-DETAIL-LINE TO WS-OUT-LINE(WS-LINE-X)
           END-IF.

       SET-RESULT-FOOT.
           EVALUATE TRUE
               WHEN WS-HIT-COUNT = 0
                   MOVE 'NO CHANGE HISTORY FOR THIS NUMBER/SOURCE KEY'
                       TO WS-OUT-FOOT
               WHEN WS-HIT-COUNT > WS-MAX-LINES
                   MOVE 'MORE CHANGES THAN FIT - ENTER THE SOURCE KEY'
                       TO WS-OUT-FOOT
               WHEN OTHER
                   MOVE 'END OF LINEAGE' TO WS-OUT-FOOT
           END-EVALUATE.
