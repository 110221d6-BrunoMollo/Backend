       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBFLPRPT.
      ******************************************************************
      * FBFLPRPT - periodic flip-flop report from the FBCHGHST
      * classification change history (see FBCHGREC). Lists every
      * number/source key whose class code changed more than a
      * threshold number of times in the reporting period - a key
      * that flips back and forth usually means a bad FBPARM card or
      * rule table was run and then backed out, or that two card
      * decks are being alternated by mistake.
      * The history is sorted into key and date order; for each key
      * the changes and reversals (actions 'C' and 'R') whose old and
      * new class codes differ are counted - text-only changes and
      * adds are not flips. A key listed shows its change and
      * reversal counts, first and last change dates in the period,
      * its current class code, and the code path through the period
      * (a dash marks a key not on the master).
      * The FBFLPPRM card gives the threshold (positions 1-3, a key
      * is listed when its change count is greater) and an optional
      * from- and to-date (positions 4-11 and 12-19, YYYYMMDD); with
      * no card the threshold is 2 and the whole file is examined.
      * Report on FBFLPRPT. Return codes: 00 no flip-flop keys, 04
      * flip-flop keys listed, 16 bad card or open failure.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FB-FLP-PARM-FILE ASSIGN TO "FBFLPPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT FB-CHG-HIST-FILE ASSIGN TO "FBCHGHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGHST-FILE-STATUS.
           SELECT FB-SORT-FILE ASSIGN TO "FBFLPWK".
           SELECT FB-SORTED-FILE ASSIGN TO "FBSRTFLP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-FILE-STATUS.
           SELECT FBFLPRPT-RPT ASSIGN TO "FBFLPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FB-FLP-PARM-FILE.
       01  FB-FLP-PARM-RECORD.
           05  FB-FLP-THRESHOLD        PIC 9(3).
           05  FB-FLP-FROM-DATE        PIC 9(8).
           05  FB-FLP-TO-DATE          PIC 9(8).

       FD  FB-CHG-HIST-FILE.
       01  FB-CHG-HIST-IN-RECORD       PIC X(66).

       SD  FB-SORT-FILE.
       01  FB-SORT-RECORD.
           05  FB-SORT-NUMBER          PIC 9(9).
           05  FB-SORT-SOURCE-KEY      PIC X(12).
           05  FB-SORT-RUN-DATE        PIC 9(8).
           05  FB-SORT-RUN-NUMBER      PIC 9(6).
           05  FILLER                  PIC X(31).

       FD  FB-SORTED-FILE.
       COPY FBCHGREC.

       FD  FBFLPRPT-RPT.
       01  FB-RPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-CHGHST-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-SORTED-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2) VALUE '00'.

       01  WS-SORTED-EOF-SW            PIC X(1) VALUE 'N'.
           88  WS-SORTED-EOF           VALUE 'Y'.

       01  WS-THRESHOLD                PIC 9(3) VALUE 2.
       01  WS-FROM-DATE                PIC 9(8) VALUE 0.
       01  WS-TO-DATE                  PIC 9(8) VALUE 99999999.

       01  WS-CURRENT-KEY              PIC X(21) VALUE SPACES.
       01  WS-RECORD-KEY               PIC X(21) VALUE SPACES.

      ******************************************************************
      * Counts for the key being accumulated; reset at each key break.
      ******************************************************************
       01  WS-KEY-FIELDS.
           05  WS-KEY-NUMBER           PIC 9(9).
           05  WS-KEY-SOURCE-KEY       PIC X(12).
           05  WS-KEY-CHANGES          PIC 9(5).
           05  WS-KEY-REVERSALS        PIC 9(5).
           05  WS-KEY-FIRST-DATE       PIC 9(8).
           05  WS-KEY-LAST-DATE        PIC 9(8).
           05  WS-KEY-CURRENT-CODE     PIC X(1).
           05  WS-KEY-PATH             PIC X(40).
           05  WS-KEY-PATH-PTR         PIC 9(2).

       01  WS-PATH-CODE                PIC X(1).

       01  WS-FLP-TOTALS.
           05 WS-TOT-HIST-IN           PIC 9(9) VALUE 0.
           05 WS-TOT-IN-PERIOD         PIC 9(9) VALUE 0.
           05 WS-TOT-FLIPS             PIC 9(9) VALUE 0.
           05 WS-TOT-KEYS              PIC 9(9) VALUE 0.
           05 WS-TOT-KEYS-CHANGED      PIC 9(9) VALUE 0.
           05 WS-TOT-KEYS-LISTED       PIC 9(9) VALUE 0.

       01  WS-RUN-DATE.
           05 WS-RUN-YYYY              PIC 9(4).
           05 WS-RUN-MM                PIC 9(2).
           05 WS-RUN-DD                PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                       PIC 9(8).

       01  WS-JOB-NAME                 PIC X(8) VALUE 'FBFLPRPT'.
       01  WS-STEP-NAME                PIC X(8) VALUE 'STEP01'.

       01  RPT-HEADER-LINE-1.
           05 FILLER                   PIC X(6)  VALUE 'JOB: '.
           05 H1-JOB-NAME              PIC X(8).
           05 FILLER                   PIC X(8)  VALUE ' STEP: '.
           05 H1-STEP-NAME             PIC X(8).
           05 FILLER                   PIC X(6)  VALUE SPACES.
           05 FILLER                   PIC X(6)  VALUE 'DATE: '.
           05 H1-RUN-MM                PIC 9(2).
           05 FILLER                   PIC X(1)  VALUE '/'.
           05 H1-RUN-DD                PIC 9(2).
           05 FILLER                   PIC X(1)  VALUE '/'.
           05 H1-RUN-YYYY              PIC 9(4).

       01  RPT-HEADER-LINE-2.
           05 FILLER                   PIC X(40) VALUE
               'CLASSIFICATION FLIP-FLOP REPORT'.

       01  RPT-BLANK-LINE              PIC X(1) VALUE SPACE.

       01  RPT-PERIOD-LINE.
           05 FILLER                   PIC X(14) VALUE
               'PERIOD FROM: '.
           05 PL-FROM-DATE             PIC 9(8).
           05 FILLER                   PIC X(6)  VALUE '  TO: '.
           05 PL-TO-DATE               PIC 9(8).
           05 FILLER                   PIC X(24) VALUE
               '  KEYS CHANGED MORE THAN'.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 PL-THRESHOLD             PIC ZZ9.
           05 FILLER                   PIC X(6)  VALUE ' TIMES'.

       01  RPT-COLUMN-HEADING.
           05 FILLER                   PIC X(11) VALUE 'NUMBER'.
           05 FILLER                   PIC X(14) VALUE 'SOURCE KEY'.
           05 FILLER                   PIC X(9)  VALUE 'CHANGES'.
           05 FILLER                   PIC X(11) VALUE 'REVERSALS'.
           05 FILLER                   PIC X(10) VALUE 'FIRST'.
           05 FILLER                   PIC X(10) VALUE 'LAST'.
           05 FILLER                   PIC X(5)  VALUE 'NOW'.
           05 FILLER                   PIC X(40) VALUE 'CODE PATH'.

       01  RPT-DETAIL-LINE.
           05 DL-NUMBER                PIC 9(9).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DL-SOURCE-KEY            PIC X(12).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DL-CHANGES               PIC Z(6)9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DL-REVERSALS             PIC Z(8)9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DL-FIRST-DATE            PIC 9(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DL-LAST-DATE             PIC 9(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DL-CURRENT-CODE          PIC X(1).
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 DL-PATH                  PIC X(40).

       01  RPT-NONE-LINE.
           05 FILLER                   PIC X(50) VALUE
               'NO KEYS CHANGED MORE THAN THE THRESHOLD'.

       01  RPT-TOTALS-LINE.
           05 TL-LABEL                 PIC X(34).
           05 TL-COUNT                 PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-FLIP-PARM
           OPEN INPUT FB-CHG-HIST-FILE
           IF WS-CHGHST-FILE-STATUS NOT = '00'
               DISPLAY 'FBFLPRPT: FBCHGHST CHANGE HISTORY NOT FOUND, '
                   'STATUS=' WS-CHGHST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE FB-CHG-HIST-FILE
           SORT FB-SORT-FILE
               ON ASCENDING KEY FB-SORT-NUMBER
                                FB-SORT-SOURCE-KEY
                                FB-SORT-RUN-DATE
                                FB-SORT-RUN-NUMBER
               USING FB-CHG-HIST-FILE
               GIVING FB-SORTED-FILE
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADING
           PERFORM READ-SORTED-HISTORY
           PERFORM UNTIL WS-SORTED-EOF
               PERFORM START-KEY
               PERFORM UNTIL WS-SORTED-EOF
                          OR WS-RECORD-KEY NOT = WS-CURRENT-KEY
                   PERFORM ACCUMULATE-HISTORY
                   PERFORM READ-SORTED-HISTORY
               END-PERFORM
               PERFORM END-KEY
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           PERFORM CLOSE-FILES
           IF WS-TOT-KEYS-LISTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-FLIP-PARM.
           OPEN INPUT FB-FLP-PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ FB-FLP-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-FLIP-PARM
               END-READ
               CLOSE FB-FLP-PARM-FILE
           ELSE
               DISPLAY 'FBFLPRPT: NO FBFLPPRM CARD - THRESHOLD 2, '
                   'WHOLE FILE'
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY 'FBFLPRPT: INVALID FBFLPPRM - FROM-DATE IS '
                   'AFTER TO-DATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * Blank fields on the card keep their defaults; anything else
      * must be numeric.
      ******************************************************************
       APPLY-FLIP-PARM.
           IF FB-FLP-PARM-RECORD(1:3) NOT = SPACES
               IF FB-FLP-THRESHOLD NOT NUMERIC
                   DISPLAY 'FBFLPRPT: INVALID FBFLPPRM THRESHOLD - '
                       'MUST BE NUMERIC'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FB-FLP-THRESHOLD TO WS-THRESHOLD
           END-IF
           IF FB-FLP-PARM-RECORD(4:8) NOT = SPACES
               IF FB-FLP-FROM-DATE NOT NUMERIC
                   DISPLAY 'FBFLPRPT: INVALID FBFLPPRM FROM-DATE - '
                       'MUST BE YYYYMMDD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FB-FLP-FROM-DATE TO WS-FROM-DATE
           END-IF
           IF FB-FLP-PARM-RECORD(12:8) NOT = SPACES
               IF FB-FLP-TO-DATE NOT NUMERIC
                   DISPLAY 'FBFLPRPT: INVALID FBFLPPRM TO-DATE - '
                       'MUST BE YYYYMMDD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FB-FLP-TO-DATE TO WS-TO-DATE
           END-IF.

       OPEN-FILES.
           OPEN INPUT FB-SORTED-FILE
           IF WS-SORTED-FILE-STATUS NOT = '00'
               DISPLAY 'FBFLPRPT: UNABLE TO OPEN FBSRTFLP SORTED '
                   'WORK FILE, STATUS=' WS-SORTED-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FBFLPRPT-RPT
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'FBFLPRPT: UNABLE TO OPEN FBFLPRPT REPORT '
                   'FILE, STATUS=' WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE FB-SORTED-FILE
               STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE FB-SORTED-FILE
           CLOSE FBFLPRPT-RPT.

       READ-SORTED-HISTORY.
           READ FB-SORTED-FILE
               AT END
                   SET WS-SORTED-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-HIST-IN
                   MOVE FB-CHG-NUMBER     TO WS-RECORD-KEY(1:9)
                   MOVE FB-CHG-SOURCE-KEY TO WS-RECORD-KEY(10:12)
           END-READ.

       START-KEY.
           ADD 1 TO WS-TOT-KEYS
           MOVE WS-RECORD-KEY     TO WS-CURRENT-KEY
           MOVE FB-CHG-NUMBER     TO WS-KEY-NUMBER
           MOVE FB-CHG-SOURCE-KEY TO WS-KEY-SOURCE-KEY
           MOVE 0                 TO WS-KEY-CHANGES
           MOVE 0                 TO WS-KEY-REVERSALS
           MOVE 0                 TO WS-KEY-FIRST-DATE
           MOVE 0                 TO WS-KEY-LAST-DATE
           MOVE SPACES            TO WS-KEY-PATH
           MOVE 1                 TO WS-KEY-PATH-PTR.

      ******************************************************************
      * The current code is the new code of the key's latest history
      * record, whatever its date - the period only limits what is
      * counted.
      ******************************************************************
       ACCUMULATE-HISTORY.
           MOVE FB-CHG-NEW-CODE TO WS-KEY-CURRENT-CODE
           IF FB-CHG-RUN-DATE >= WS-FROM-DATE
            AND FB-CHG-RUN-DATE <= WS-TO-DATE
               ADD 1 TO WS-TOT-IN-PERIOD
               IF (FB-CHG-CHANGED OR FB-CHG-REVERSED)
                AND FB-CHG-OLD-CODE NOT = FB-CHG-NEW-CODE
                   PERFORM COUNT-FLIP
               END-IF
           END-IF.

       COUNT-FLIP.
           ADD 1 TO WS-TOT-FLIPS
           ADD 1 TO WS-KEY-CHANGES
           IF FB-CHG-REVERSED
               ADD 1 TO WS-KEY-REVERSALS
           END-IF
           IF WS-KEY-CHANGES = 1
               MOVE FB-CHG-RUN-DATE TO WS-KEY-FIRST-DATE
               MOVE FB-CHG-OLD-CODE TO WS-PATH-CODE
               PERFORM ADD-PATH-CODE
           END-IF
           MOVE FB-CHG-RUN-DATE TO WS-KEY-LAST-DATE
           MOVE FB-CHG-NEW-CODE TO WS-PATH-CODE
           PERFORM ADD-PATH-CODE.

      ******************************************************************
      * The path is the codes in order separated by '>'; once it is
      * full the last position shows '+' for codes that did not fit.
      ******************************************************************
       ADD-PATH-CODE.
           IF WS-PATH-CODE = SPACE
               MOVE '-' TO WS-PATH-CODE
           END-IF
           IF WS-KEY-PATH-PTR > 39
               MOVE '+' TO WS-KEY-PATH(40:1)
           ELSE
               IF WS-KEY-PATH-PTR > 1
                   MOVE '>' TO WS-KEY-PATH(WS-KEY-PATH-PTR:1)
                   ADD 1 TO WS-KEY-PATH-PTR
               END-IF
               MOVE WS-PATH-CODE TO WS-KEY-PATH(WS-KEY-PATH-PTR:1)
               ADD 1 TO WS-KEY-PATH-PTR
           END-IF.

       END-KEY.
           IF WS-KEY-CHANGES > 0
               ADD 1 TO WS-TOT-KEYS-CHANGED
           END-IF
           IF WS-KEY-CHANGES > WS-THRESHOLD
               ADD 1 TO WS-TOT-KEYS-LISTED
               MOVE WS-KEY-NUMBER       TO DL-NUMBER
               MOVE WS-KEY-SOURCE-KEY   TO DL-SOURCE-KEY
               MOVE WS-KEY-CHANGES      TO DL-CHANGES
               MOVE WS-KEY-REVERSALS    TO DL-REVERSALS
               MOVE WS-KEY-FIRST-DATE   TO DL-FIRST-DATE
               MOVE WS-KEY-LAST-DATE    TO DL-LAST-DATE
               MOVE WS-KEY-CURRENT-CODE TO DL-CURRENT-CODE
               IF WS-KEY-CURRENT-CODE = SPACE
                   MOVE '-' TO DL-CURRENT-CODE
               END-IF
               MOVE WS-KEY-PATH         TO DL-PATH
               WRITE FB-RPT-LINE FROM RPT-DETAIL-LINE
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE WS-JOB-NAME   TO H1-JOB-NAME
           MOVE WS-STEP-NAME  TO H1-STEP-NAME
           MOVE WS-RUN-MM     TO H1-RUN-MM
           MOVE WS-RUN-DD     TO H1-RUN-DD
           MOVE WS-RUN-YYYY   TO H1-RUN-YYYY
           WRITE FB-RPT-LINE FROM RPT-HEADER-LINE-1
           WRITE FB-RPT-LINE FROM RPT-HEADER-LINE-2
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           MOVE WS-FROM-DATE  TO PL-FROM-DATE
           MOVE WS-TO-DATE    TO PL-TO-DATE
           MOVE WS-THRESHOLD  TO PL-THRESHOLD
           WRITE FB-RPT-LINE FROM RPT-PERIOD-LINE
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           WRITE FB-RPT-LINE FROM RPT-COLUMN-HEADING.

       WRITE-REPORT-TOTALS.
           IF WS-TOT-KEYS-LISTED = 0
               WRITE FB-RPT-LINE FROM RPT-NONE-LINE
           END-IF
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           MOVE 'HISTORY RECORDS READ'         TO TL-LABEL
           MOVE WS-TOT-HIST-IN                 TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'HISTORY RECORDS IN PERIOD'    TO TL-LABEL
           MOVE WS-TOT-IN-PERIOD               TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'CLASS CODE FLIPS IN PERIOD'   TO TL-LABEL
           MOVE WS-TOT-FLIPS                   TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'KEYS ON HISTORY'              TO TL-LABEL
           MOVE WS-TOT-KEYS                    TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'KEYS CHANGED IN PERIOD'       TO TL-LABEL
           MOVE WS-TOT-KEYS-CHANGED            TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'FLIP-FLOP KEYS LISTED'        TO TL-LABEL
           MOVE WS-TOT-KEYS-LISTED             TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE.
