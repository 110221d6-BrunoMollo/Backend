       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBDQSRPT.
      ******************************************************************
      * FBDQSRPT - month-end source-system data-quality scorecard, run
      * on request for the monthly vendor calls. What each feeding
      * system sent and how much of it was any good is otherwise
      * spread over the day's FBMRGRPT, FBREJECT, FBSUSPO, FBWOFF,
      * FBHOLDO and FBMIXRPT, none of which outlive the next run.
      * FBMERGE, FBEDIT, FBSUSDSP and FBSRCRPT keep per-source counts
      * on the FBSQSTAT source-quality statistics file (see FBSQSREC)
      * for exactly this purpose; this step reads it for the month and
      * the month before and prints on FBDQSRPT, by source prefix
      * (the first three bytes of the source key):
      *   - a summary line per source: records received, rejects,
      *     reject rate this month and last, and the change
      *   - a block per source with both months side by side: records
      *     received, duplicates dropped by FBMERGE, rejects by FBREJREC
      *     reason code, the reject rate, future-dated items parked,
      *     items written off, items still in suspense at month end
      *     with their average business days outstanding, and the
      *     month's classification mix
      * The reject rate is reasons 01-04 as a percent of records
      * received; duplicate IDs (05) are shown but left out of it, as
      * FBEDIT leaves them out of its own rate. A source at or over
      * the limit is flagged '**', and one that was under the limit
      * the month before is shown as having crossed it this month.
      * The FBDQSPRM card gives the month (positions 1-6, YYYYMM) and
      * the reject-rate limit (positions 7-9, a percent with one
      * decimal, 100 = 10.0); a blank field, or no card, takes the
      * calendar month before the run date and 10.0.
      * Only the last set of counts a step wrote for a run/cycle is
      * used, so a rerun step is not counted twice. The suspense at
      * month end is the last suspense snapshot written in the month
      * (FBSUSDSP after the disposition deck, or FBEDIT on a night
      * with no deck).
      * Return codes: 00 no source over the limit, 04 a source at or
      * over the limit or no statistics for the month, 16 bad card,
      * capacity, or open failure.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FB-DQS-PARM-FILE ASSIGN TO "FBDQSPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT FB-SQS-FILE ASSIGN TO "FBSQSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQS-FILE-STATUS.
           SELECT FBDQSRPT-RPT ASSIGN TO "FBDQSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FB-DQS-PARM-FILE.
       01  FB-DQS-PARM-RECORD.
           05  FB-DQS-MONTH            PIC 9(6).
           05  FB-DQS-RATE-LIMIT       PIC 9(2)V9.

       FD  FB-SQS-FILE.
       COPY FBSQSREC.

       FD  FBDQSRPT-RPT.
       01  FB-RPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-SQS-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2) VALUE '00'.

       01  WS-SQS-EOF-SW               PIC X(1) VALUE 'N'.
           88  WS-SQS-EOF              VALUE 'Y'.

       01  WS-RATE-LIMIT               PIC 9(2)V9 VALUE 10.0.

       01  WS-THIS-MONTH-X.
           05 WS-THIS-YYYY             PIC 9(4).
           05 WS-THIS-MM               PIC 9(2).
       01  WS-THIS-MONTH REDEFINES WS-THIS-MONTH-X
                                       PIC 9(6).
       01  WS-PRIOR-MONTH-X.
           05 WS-PRIOR-YYYY            PIC 9(4).
           05 WS-PRIOR-MM              PIC 9(2).
       01  WS-PRIOR-MONTH REDEFINES WS-PRIOR-MONTH-X
                                       PIC 9(6).

      ******************************************************************
      * One entry per step run (step name and run/cycle number) in
      * the two months, holding the position on FBSQSTAT of the last
      * header written for it; an earlier header for the same step
      * and run was a rerun and its counts are passed over.
      ******************************************************************
       01  WS-RUN-MAX                  PIC 9(4) VALUE 1000.
       01  WS-RUN-COUNT                PIC 9(4) VALUE 0.
       01  WS-RUN-X                    PIC 9(4) VALUE 0.
       01  WS-RUN-HIT-X                PIC 9(4) VALUE 0.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 1000 TIMES.
               10  WS-RN-STEP-NAME     PIC X(8).
               10  WS-RN-RUN-NUMBER    PIC 9(6).
               10  WS-RN-MONTH-X       PIC 9(1).
               10  WS-RN-SNAPSHOT-SW   PIC X(1).
                   88  WS-RN-SNAPSHOT  VALUE 'Y'.
               10  WS-RN-LAST-SEQ      PIC 9(9).

      * Position on FBSQSTAT of each month's closing suspense snapshot.
       01  WS-SNAP-TABLE.
           05  WS-SNAP-SEQ             PIC 9(9) OCCURS 2 TIMES.

       01  WS-REC-SEQ                  PIC 9(9) VALUE 0.
       01  WS-MONTH-X                  PIC 9(1) VALUE 0.

       01  WS-GROUP-MONTH-X            PIC 9(1) VALUE 0.
       01  WS-GROUP-SNAPSHOT-SW        PIC X(1) VALUE 'N'.
           88  WS-GROUP-SNAPSHOT       VALUE 'Y'.

      ******************************************************************
      * One entry per source prefix, kept in prefix order as sources
      * are added, with the counts for this month (1) and the prior
      * month (2) in FB-SQS-COUNT order. The last entry is kept back
      * for '***', everything past the table limit.
      ******************************************************************
       01  WS-SRC-MAX                  PIC 9(3) VALUE 200.
       01  WS-SRC-COUNT                PIC 9(3) VALUE 0.
       01  WS-SRC-X                    PIC 9(3) VALUE 0.
       01  WS-SRC-HIT-X                PIC 9(3) VALUE 0.
       01  WS-SRC-PREFIX-IN            PIC X(3) VALUE SPACES.
       01  WS-SRC-WARNED-SW            PIC X(1) VALUE 'N'.
           88  WS-SRC-WARNED           VALUE 'Y'.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 200 TIMES.
               10  WS-SRC-PREFIX       PIC X(3).
               10  WS-SRC-MONTH OCCURS 2 TIMES.
                   15  WS-SRC-MEASURE  PIC 9(9) OCCURS 17 TIMES.

       01  WS-MEASURE-X                PIC 9(2) VALUE 0.

      ******************************************************************
      * Figures worked out for the source being printed, per month.
      ******************************************************************
       01  WS-MONTH-WORK.
           05  WS-MW OCCURS 2 TIMES.
               10  WS-MW-RECEIVED      PIC 9(9).
               10  WS-MW-REJECTS       PIC 9(9).
               10  WS-MW-RATE          PIC 9(3)V9.
               10  WS-MW-MIX-TOTAL     PIC 9(9).
               10  WS-MW-AVG-AGE       PIC 9(5)V9.
               10  WS-MW-BASE          PIC 9(9).
               10  WS-MW-PCT           PIC 9(3)V9.

       01  WS-OVER-LIMIT-SW            PIC X(1) VALUE 'N'.
           88  WS-OVER-LIMIT           VALUE 'Y'.
       01  WS-FLAG-TEXT                PIC X(20) VALUE SPACES.

       01  WS-PCT-COUNT                PIC 9(9) VALUE 0.
       01  WS-PCT-BASE                 PIC 9(9) VALUE 0.
       01  WS-PCT-WORK                 PIC 9(3)V9 VALUE 0.
       01  WS-COUNT-CHANGE             PIC S9(9) VALUE 0.
       01  WS-RATE-CHANGE              PIC S9(5)V9 VALUE 0.
       01  WS-DETAIL-LABEL             PIC X(32) VALUE SPACES.
       01  WS-PCT-SW                   PIC X(1) VALUE 'N'.
           88  WS-PCT-WANTED           VALUE 'Y'.

       01  WS-DQS-TOTALS.
           05 WS-TOT-SQS-IN            PIC 9(9) VALUE 0.
           05 WS-TOT-BAD-RECORDS       PIC 9(9) VALUE 0.
           05 WS-TOT-RUNS-THIS         PIC 9(9) VALUE 0.
           05 WS-TOT-RUNS-PRIOR        PIC 9(9) VALUE 0.
           05 WS-TOT-RUNS-RERUN        PIC 9(9) VALUE 0.
           05 WS-TOT-SOURCES           PIC 9(9) VALUE 0.
           05 WS-TOT-FLAGGED           PIC 9(9) VALUE 0.
           05 WS-TOT-CROSSED           PIC 9(9) VALUE 0.

       01  WS-RUN-DATE.
           05 WS-RUN-YYYY              PIC 9(4).
           05 WS-RUN-MM                PIC 9(2).
           05 WS-RUN-DD                PIC 9(2).

       01  WS-JOB-NAME                 PIC X(8) VALUE 'FBDQSRPT'.
       01  WS-STEP-NAME                PIC X(8) VALUE 'STEP01'.
       01  WS-FINAL-RC                 PIC 9(2) VALUE 0.
       01  WS-PAGE-NO                  PIC 9(4) VALUE 1.
       01  WS-LINE-COUNT               PIC 9(2) VALUE 0.
       01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 40.
       01  WS-BLOCK-LINES              PIC 9(2) VALUE 22.

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
           05 FILLER                   PIC X(17) VALUE SPACES.
           05 FILLER                   PIC X(6)  VALUE 'PAGE: '.
           05 H1-PAGE-NO               PIC ZZZ9.

       01  RPT-HEADER-LINE-2.
           05 FILLER                   PIC X(40) VALUE
               'SOURCE DATA-QUALITY SCORECARD'.

       01  RPT-BLANK-LINE              PIC X(1) VALUE SPACE.

       01  RPT-PERIOD-LINE.
           05 FILLER                   PIC X(7)  VALUE 'MONTH: '.
           05 PL-THIS-MONTH            PIC 9(6).
           05 FILLER                   PIC X(15) VALUE
               '  PRIOR MONTH: '.
           05 PL-PRIOR-MONTH           PIC 9(6).
           05 FILLER                   PIC X(21) VALUE
               '  REJECT-RATE LIMIT: '.
           05 PL-RATE-LIMIT            PIC Z9.9.
           05 FILLER                   PIC X(4)  VALUE ' PCT'.

       01  RPT-RATE-NOTE-LINE.
           05 FILLER                   PIC X(33) VALUE
               'REJECT RATE = REASONS 01-04 AS A '.
           05 FILLER                   PIC X(30) VALUE
               'PERCENT OF RECORDS RECEIVED'.

       01  RPT-SUMMARY-HEADING.
           05 FILLER                   PIC X(8)  VALUE 'SOURCE'.
           05 FILLER                   PIC X(12) VALUE ' RECEIVED'.
           05 FILLER                   PIC X(12) VALUE ' REJECTED'.
           05 FILLER                   PIC X(9)  VALUE ' RATE'.
           05 FILLER                   PIC X(8)  VALUE 'PRIOR'.
           05 FILLER                   PIC X(9)  VALUE 'CHANGE'.
           05 FILLER                   PIC X(20) VALUE 'FLAG'.

       01  RPT-SUMMARY-LINE.
           05 SM-SOURCE                PIC X(3).
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 SM-RECEIVED              PIC Z(8)9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 SM-REJECTED              PIC Z(8)9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 SM-RATE                  PIC ZZ9.9.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 SM-PRIOR-RATE            PIC ZZ9.9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 SM-CHANGE                PIC ---9.9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 SM-FLAG                  PIC X(20).

       01  RPT-NONE-LINE.
           05 FILLER                   PIC X(50) VALUE
               'NO SOURCE STATISTICS ON FBSQSTAT FOR THE MONTH'.

       01  RPT-SOURCE-TITLE.
           05 FILLER                   PIC X(8)  VALUE 'SOURCE: '.
           05 ST-SOURCE                PIC X(3).
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 ST-FLAG                  PIC X(20).

       01  RPT-DETAIL-HEADING.
           05 FILLER                   PIC X(32) VALUE 'MEASURE'.
           05 FILLER                   PIC X(12) VALUE 'THIS MONTH'.
           05 FILLER                   PIC X(12) VALUE 'PRIOR MONTH'.
           05 FILLER                   PIC X(13) VALUE '    CHANGE'.
           05 FILLER                   PIC X(8)  VALUE '  PCT'.
           05 FILLER                   PIC X(10) VALUE 'PRIOR PCT'.

       01  RPT-COUNT-LINE.
           05 DC-LABEL                 PIC X(32).
           05 DC-THIS                  PIC Z(8)9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 DC-PRIOR                 PIC Z(8)9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 DC-CHANGE                PIC -(8)9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 DC-PCTS.
               10 DC-PCT               PIC ZZ9.9.
               10 FILLER               PIC X(3).
               10 DC-PRIOR-PCT         PIC ZZ9.9.

       01  RPT-RATE-LINE.
           05 DR-LABEL                 PIC X(32).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DR-THIS                  PIC ZZZZ9.9.
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 DR-PRIOR                 PIC ZZZZ9.9.
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 DR-CHANGE                PIC -(5)9.9.

       01  RPT-TOTALS-LINE.
           05 TL-LABEL                 PIC X(34).
           05 TL-COUNT                 PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE ZEROES TO WS-SNAP-TABLE
           PERFORM READ-SCORECARD-PARM
           PERFORM FIND-LAST-RUNS
           PERFORM LOAD-SOURCE-COUNTS
           OPEN OUTPUT FBDQSRPT-RPT
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'FBDQSRPT: UNABLE TO OPEN FBDQSRPT REPORT '
                   'FILE, STATUS=' WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-RPT-HEADER
           PERFORM WRITE-SUMMARY-SECTION
           PERFORM VARYING WS-SRC-X FROM 1 BY 1
                   UNTIL WS-SRC-X > WS-SRC-COUNT
               PERFORM WRITE-SOURCE-BLOCK
           END-PERFORM
           PERFORM WRITE-SCORECARD-TOTALS
           CLOSE FBDQSRPT-RPT
           IF WS-TOT-FLAGGED > 0
               DISPLAY 'FBDQSRPT: ' WS-TOT-FLAGGED
                   ' SOURCES AT OR OVER THE REJECT-RATE LIMIT - SEE '
                   'FBDQSRPT'
               MOVE 4 TO WS-FINAL-RC
           END-IF
           IF WS-TOT-RUNS-THIS = 0
               DISPLAY 'FBDQSRPT: NO SOURCE STATISTICS ON FBSQSTAT '
                   'FOR ' WS-THIS-MONTH
               MOVE 4 TO WS-FINAL-RC
           END-IF
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       READ-SCORECARD-PARM.
           COMPUTE WS-THIS-MONTH = WS-RUN-YYYY * 100 + WS-RUN-MM
           PERFORM STEP-BACK-ONE-MONTH
           MOVE WS-PRIOR-MONTH TO WS-THIS-MONTH
           OPEN INPUT FB-DQS-PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ FB-DQS-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-SCORECARD-PARM
               END-READ
               CLOSE FB-DQS-PARM-FILE
           ELSE
               DISPLAY 'FBDQSRPT: NO FBDQSPRM CARD - PRIOR MONTH, '
                   'LIMIT 10.0 PCT'
           END-IF
           PERFORM STEP-BACK-ONE-MONTH.

      ******************************************************************
      * Blank fields on the card keep their defaults; anything else
      * must be numeric, and the month a real one.
      ******************************************************************
       APPLY-SCORECARD-PARM.
           IF FB-DQS-PARM-RECORD(1:6) NOT = SPACES
               IF FB-DQS-MONTH NOT NUMERIC
                   DISPLAY 'FBDQSRPT: INVALID FBDQSPRM MONTH - MUST '
                       'BE YYYYMM'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FB-DQS-MONTH TO WS-THIS-MONTH
               IF WS-THIS-MM < 1 OR WS-THIS-MM > 12
                   DISPLAY 'FBDQSRPT: INVALID FBDQSPRM MONTH - MUST '
                       'BE YYYYMM'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF FB-DQS-PARM-RECORD(7:3) NOT = SPACES
               IF FB-DQS-RATE-LIMIT NOT NUMERIC
                OR FB-DQS-RATE-LIMIT = 0
                   DISPLAY 'FBDQSRPT: INVALID FBDQSPRM REJECT-RATE '
                       'LIMIT - MUST BE NUMERIC AND NON-ZERO'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FB-DQS-RATE-LIMIT TO WS-RATE-LIMIT
           END-IF.

       STEP-BACK-ONE-MONTH.
           IF WS-THIS-MM = 1
               COMPUTE WS-PRIOR-YYYY = WS-THIS-YYYY - 1
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               MOVE WS-THIS-YYYY TO WS-PRIOR-YYYY
               COMPUTE WS-PRIOR-MM = WS-THIS-MM - 1
           END-IF.

       OPEN-STATISTICS.
           MOVE 'N' TO WS-SQS-EOF-SW
           MOVE 0   TO WS-REC-SEQ
           OPEN INPUT FB-SQS-FILE
           IF WS-SQS-FILE-STATUS NOT = '00'
               DISPLAY 'FBDQSRPT: FBSQSTAT SOURCE STATISTICS NOT '
                   'FOUND, STATUS=' WS-SQS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-STATISTICS.
           READ FB-SQS-FILE
               AT END
                   SET WS-SQS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REC-SEQ
           END-READ.

       SET-MONTH-INDEX.
           EVALUATE FB-SQS-RUN-MONTH
               WHEN WS-THIS-MONTH
                   MOVE 1 TO WS-MONTH-X
               WHEN WS-PRIOR-MONTH
                   MOVE 2 TO WS-MONTH-X
               WHEN OTHER
                   MOVE 0 TO WS-MONTH-X
           END-EVALUATE.

      ******************************************************************
      * First pass: the last header on file for each step run in the
      * two months, and from those the last suspense snapshot in
      * each month.
      ******************************************************************
       FIND-LAST-RUNS.
           PERFORM OPEN-STATISTICS
           PERFORM READ-STATISTICS
           PERFORM UNTIL WS-SQS-EOF
               IF FB-SQS-HEADER
                   PERFORM SET-MONTH-INDEX
                   IF WS-MONTH-X NOT = 0
                       PERFORM NOTE-STEP-RUN
                   END-IF
               END-IF
               PERFORM READ-STATISTICS
           END-PERFORM
           CLOSE FB-SQS-FILE
           PERFORM VARYING WS-RUN-X FROM 1 BY 1
                   UNTIL WS-RUN-X > WS-RUN-COUNT
               IF WS-RN-MONTH-X(WS-RUN-X) = 1
                   ADD 1 TO WS-TOT-RUNS-THIS
               ELSE
                   ADD 1 TO WS-TOT-RUNS-PRIOR
               END-IF
               MOVE WS-RN-MONTH-X(WS-RUN-X) TO WS-MONTH-X
               IF WS-RN-SNAPSHOT(WS-RUN-X)
                AND WS-RN-LAST-SEQ(WS-RUN-X) > WS-SNAP-SEQ(WS-MONTH-X)
                   MOVE WS-RN-LAST-SEQ(WS-RUN-X)
                       TO WS-SNAP-SEQ(WS-MONTH-X)
               END-IF
           END-PERFORM.

       NOTE-STEP-RUN.
           MOVE 0 TO WS-RUN-HIT-X
           PERFORM VARYING WS-RUN-X FROM 1 BY 1
                   UNTIL WS-RUN-X > WS-RUN-COUNT
                      OR WS-RUN-HIT-X NOT = 0
               IF WS-RN-STEP-NAME(WS-RUN-X) = FB-SQS-STEP-NAME
                AND WS-RN-RUN-NUMBER(WS-RUN-X) = FB-SQS-RUN-NUMBER
                   MOVE WS-RUN-X TO WS-RUN-HIT-X
               END-IF
           END-PERFORM
           IF WS-RUN-HIT-X = 0
               IF WS-RUN-COUNT >= WS-RUN-MAX
                   DISPLAY 'FBDQSRPT: MORE THAN ' WS-RUN-MAX
                       ' STEP RUNS ON FBSQSTAT FOR TWO MONTHS'
                   MOVE 16 TO RETURN-CODE
                   CLOSE FB-SQS-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-RUN-COUNT TO WS-RUN-HIT-X
               MOVE FB-SQS-STEP-NAME
                   TO WS-RN-STEP-NAME(WS-RUN-HIT-X)
               MOVE FB-SQS-RUN-NUMBER
                   TO WS-RN-RUN-NUMBER(WS-RUN-HIT-X)
           ELSE
               ADD 1 TO WS-TOT-RUNS-RERUN
           END-IF
           MOVE WS-MONTH-X          TO WS-RN-MONTH-X(WS-RUN-HIT-X)
           MOVE FB-SQS-SNAPSHOT-SW  TO WS-RN-SNAPSHOT-SW(WS-RUN-HIT-X)
           MOVE WS-REC-SEQ          TO WS-RN-LAST-SEQ(WS-RUN-HIT-X).

      ******************************************************************
      * Second pass: the counts under each counted header go to their
      * source and month. Suspense items and age are a position, not
      * a flow, so only the month's closing snapshot supplies them.
      ******************************************************************
       LOAD-SOURCE-COUNTS.
           PERFORM OPEN-STATISTICS
           MOVE 0 TO WS-GROUP-MONTH-X
           PERFORM READ-STATISTICS
           PERFORM UNTIL WS-SQS-EOF
               ADD 1 TO WS-TOT-SQS-IN
               EVALUATE TRUE
                   WHEN FB-SQS-HEADER
                       PERFORM START-STEP-GROUP
                   WHEN FB-SQS-DETAIL
                       IF WS-GROUP-MONTH-X NOT = 0
                           PERFORM ADD-SOURCE-COUNTS
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-TOT-BAD-RECORDS
               END-EVALUATE
               PERFORM READ-STATISTICS
           END-PERFORM
           CLOSE FB-SQS-FILE
           IF WS-TOT-BAD-RECORDS > 0
               DISPLAY 'FBDQSRPT: ' WS-TOT-BAD-RECORDS
                   ' UNREADABLE FBSQSTAT RECORDS SKIPPED'
           END-IF.

       START-STEP-GROUP.
           MOVE 0   TO WS-GROUP-MONTH-X
           MOVE 'N' TO WS-GROUP-SNAPSHOT-SW
           PERFORM SET-MONTH-INDEX
           IF WS-MONTH-X NOT = 0
               PERFORM VARYING WS-RUN-X FROM 1 BY 1
                       UNTIL WS-RUN-X > WS-RUN-COUNT
                   IF WS-RN-LAST-SEQ(WS-RUN-X) = WS-REC-SEQ
                       MOVE WS-MONTH-X TO WS-GROUP-MONTH-X
                   END-IF
               END-PERFORM
           END-IF
           IF WS-GROUP-MONTH-X NOT = 0
            AND WS-SNAP-SEQ(WS-GROUP-MONTH-X) = WS-REC-SEQ
               MOVE 'Y' TO WS-GROUP-SNAPSHOT-SW
           END-IF.

       ADD-SOURCE-COUNTS.
           IF FB-SQS-MEASURES NOT NUMERIC
               ADD 1 TO WS-TOT-BAD-RECORDS
           ELSE
               MOVE FB-SQS-SOURCE TO WS-SRC-PREFIX-IN
               PERFORM FIND-SOURCE-ENTRY
               IF WS-SRC-HIT-X = 0
                AND WS-SRC-COUNT >= WS-SRC-MAX - 1
                   IF NOT WS-SRC-WARNED
                       DISPLAY 'FBDQSRPT: MORE THAN ' WS-SRC-COUNT
                           ' SOURCE PREFIXES - THE REST ARE SHOWN '
                           'UNDER ***'
                       SET WS-SRC-WARNED TO TRUE
                   END-IF
                   MOVE '***' TO WS-SRC-PREFIX-IN
                   PERFORM FIND-SOURCE-ENTRY
               END-IF
               IF WS-SRC-HIT-X = 0
                   PERFORM INSERT-SOURCE-ENTRY
               END-IF
               PERFORM VARYING WS-MEASURE-X FROM 1 BY 1
                       UNTIL WS-MEASURE-X > 17
                   IF WS-GROUP-SNAPSHOT
                    OR (WS-MEASURE-X NOT = 10
                        AND WS-MEASURE-X NOT = 11)
                       ADD FB-SQS-COUNT(WS-MEASURE-X)
                           TO WS-SRC-MEASURE(WS-SRC-HIT-X,
                               WS-GROUP-MONTH-X, WS-MEASURE-X)
                   END-IF
               END-PERFORM
           END-IF.

       FIND-SOURCE-ENTRY.
           MOVE 0 TO WS-SRC-HIT-X
           PERFORM VARYING WS-SRC-X FROM 1 BY 1
                   UNTIL WS-SRC-X > WS-SRC-COUNT
                      OR WS-SRC-HIT-X NOT = 0
               IF WS-SRC-PREFIX(WS-SRC-X) = WS-SRC-PREFIX-IN
                   MOVE WS-SRC-X TO WS-SRC-HIT-X
               END-IF
           END-PERFORM.

      ******************************************************************
      * A new source goes in ahead of the first higher prefix, the
      * entries after it moving down one, so the table stays in
      * prefix order for the report.
      ******************************************************************
       INSERT-SOURCE-ENTRY.
           PERFORM VARYING WS-SRC-HIT-X FROM 1 BY 1
                   UNTIL WS-SRC-HIT-X > WS-SRC-COUNT
                      OR WS-SRC-PREFIX(WS-SRC-HIT-X) > WS-SRC-PREFIX-IN
               CONTINUE
           END-PERFORM
           ADD 1 TO WS-SRC-COUNT
           PERFORM VARYING WS-SRC-X FROM WS-SRC-COUNT BY -1
                   UNTIL WS-SRC-X <= WS-SRC-HIT-X
               MOVE WS-SRC-ENTRY(WS-SRC-X - 1)
                   TO WS-SRC-ENTRY(WS-SRC-X)
           END-PERFORM
           MOVE ZEROES           TO WS-SRC-ENTRY(WS-SRC-HIT-X)
           MOVE WS-SRC-PREFIX-IN TO WS-SRC-PREFIX(WS-SRC-HIT-X).

      ******************************************************************
      * Received, reject rate and mix total for both months of the
      * source at WS-SRC-X, and whether it is over the limit.
      ******************************************************************
       COMPUTE-SOURCE-FIGURES.
           PERFORM VARYING WS-MONTH-X FROM 1 BY 1
                   UNTIL WS-MONTH-X > 2
               MOVE WS-SRC-MEASURE(WS-SRC-X, WS-MONTH-X, 1)
                   TO WS-MW-RECEIVED(WS-MONTH-X)
               MOVE 0 TO WS-MW-REJECTS(WS-MONTH-X)
               PERFORM VARYING WS-MEASURE-X FROM 3 BY 1
                       UNTIL WS-MEASURE-X > 6
                   ADD WS-SRC-MEASURE(WS-SRC-X, WS-MONTH-X,
                       WS-MEASURE-X) TO WS-MW-REJECTS(WS-MONTH-X)
               END-PERFORM
               MOVE 0 TO WS-MW-MIX-TOTAL(WS-MONTH-X)
               PERFORM VARYING WS-MEASURE-X FROM 12 BY 1
                       UNTIL WS-MEASURE-X > 17
                   ADD WS-SRC-MEASURE(WS-SRC-X, WS-MONTH-X,
                       WS-MEASURE-X) TO WS-MW-MIX-TOTAL(WS-MONTH-X)
               END-PERFORM
               MOVE WS-MW-REJECTS(WS-MONTH-X)  TO WS-PCT-COUNT
               MOVE WS-MW-RECEIVED(WS-MONTH-X) TO WS-PCT-BASE
               PERFORM COMPUTE-ONE-PCT
               MOVE WS-PCT-WORK TO WS-MW-RATE(WS-MONTH-X)
               IF WS-SRC-MEASURE(WS-SRC-X, WS-MONTH-X, 10) > 0
                   COMPUTE WS-MW-AVG-AGE(WS-MONTH-X) ROUNDED =
                       WS-SRC-MEASURE(WS-SRC-X, WS-MONTH-X, 11)
                     / WS-SRC-MEASURE(WS-SRC-X, WS-MONTH-X, 10)
               ELSE
                   MOVE 0 TO WS-MW-AVG-AGE(WS-MONTH-X)
               END-IF
           END-PERFORM
           MOVE 'N'    TO WS-OVER-LIMIT-SW
           MOVE SPACES TO WS-FLAG-TEXT
           IF WS-MW-RATE(1) >= WS-RATE-LIMIT
               MOVE 'Y' TO WS-OVER-LIMIT-SW
               IF WS-MW-RATE(2) < WS-RATE-LIMIT
                   MOVE '** CROSSED LIMIT' TO WS-FLAG-TEXT
               ELSE
                   MOVE '** OVER LIMIT'    TO WS-FLAG-TEXT
               END-IF
           ELSE
               IF WS-MW-RATE(2) >= WS-RATE-LIMIT
                   MOVE 'BACK UNDER LIMIT' TO WS-FLAG-TEXT
               END-IF
           END-IF.

       COMPUTE-ONE-PCT.
           IF WS-PCT-BASE > 0
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-PCT-COUNT * 100 / WS-PCT-BASE
           ELSE
               MOVE 0 TO WS-PCT-WORK
           END-IF.

       WRITE-SUMMARY-SECTION.
           WRITE FB-RPT-LINE FROM RPT-SUMMARY-HEADING
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           ADD 2 TO WS-LINE-COUNT
           IF WS-SRC-COUNT = 0
               WRITE FB-RPT-LINE FROM RPT-NONE-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           PERFORM VARYING WS-SRC-X FROM 1 BY 1
                   UNTIL WS-SRC-X > WS-SRC-COUNT
               PERFORM WRITE-SUMMARY-LINE
           END-PERFORM.

       WRITE-SUMMARY-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-RPT-HEADER
               WRITE FB-RPT-LINE FROM RPT-SUMMARY-HEADING
               WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
               ADD 2 TO WS-LINE-COUNT
           END-IF
           PERFORM COMPUTE-SOURCE-FIGURES
           ADD 1 TO WS-TOT-SOURCES
           IF WS-OVER-LIMIT
               ADD 1 TO WS-TOT-FLAGGED
               IF WS-MW-RATE(2) < WS-RATE-LIMIT
                   ADD 1 TO WS-TOT-CROSSED
               END-IF
           END-IF
           MOVE WS-SRC-PREFIX(WS-SRC-X) TO SM-SOURCE
           MOVE WS-MW-RECEIVED(1)       TO SM-RECEIVED
           MOVE WS-MW-REJECTS(1)        TO SM-REJECTED
           MOVE WS-MW-RATE(1)           TO SM-RATE
           MOVE WS-MW-RATE(2)           TO SM-PRIOR-RATE
           COMPUTE WS-RATE-CHANGE = WS-MW-RATE(1) - WS-MW-RATE(2)
           MOVE WS-RATE-CHANGE          TO SM-CHANGE
           MOVE WS-FLAG-TEXT            TO SM-FLAG
           WRITE FB-RPT-LINE FROM RPT-SUMMARY-LINE
           ADD 1 TO WS-LINE-COUNT.

      ******************************************************************
      * Both months side by side for one source. Rejects, duplicates
      * and future-dated items show as a percent of records received;
      * the mix as a percent of the records classified.
      ******************************************************************
       WRITE-SOURCE-BLOCK.
           IF WS-LINE-COUNT + WS-BLOCK-LINES > WS-LINES-PER-PAGE
               PERFORM WRITE-RPT-HEADER
           END-IF
           PERFORM COMPUTE-SOURCE-FIGURES
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           MOVE WS-SRC-PREFIX(WS-SRC-X) TO ST-SOURCE
           MOVE WS-FLAG-TEXT            TO ST-FLAG
           WRITE FB-RPT-LINE FROM RPT-SOURCE-TITLE
           WRITE FB-RPT-LINE FROM RPT-DETAIL-HEADING
           ADD 3 TO WS-LINE-COUNT
           MOVE WS-MW-RECEIVED(1) TO WS-MW-BASE(1)
           MOVE WS-MW-RECEIVED(2) TO WS-MW-BASE(2)
           MOVE 'N' TO WS-PCT-SW
           MOVE 'RECORDS RECEIVED'              TO WS-DETAIL-LABEL
           MOVE 1 TO WS-MEASURE-X
           PERFORM WRITE-COUNT-LINE
           MOVE 'Y' TO WS-PCT-SW
           MOVE 'DUPLICATES DROPPED BY FBMERGE' TO WS-DETAIL-LABEL
           MOVE 2 TO WS-MEASURE-X
           PERFORM WRITE-COUNT-LINE
           MOVE 'REJECT 01 INVALID ID'          TO WS-DETAIL-LABEL
           MOVE 3 TO WS-MEASURE-X
           PERFORM WRITE-COUNT-LINE
           MOVE 'REJECT 02 BLANK KEY'           TO WS-DETAIL-LABEL
           MOVE 4 TO WS-MEASURE-X
           PERFORM WRITE-COUNT-LINE
           MOVE 'REJECT 03 INVALID DATE'        TO WS-DETAIL-LABEL
           MOVE 5 TO WS-MEASURE-X
           PERFORM WRITE-COUNT-LINE
           MOVE 'REJECT 04 STALE DATE'          TO WS-DETAIL-LABEL
           MOVE 6 TO WS-MEASURE-X
           PERFORM WRITE-COUNT-LINE
           MOVE 'REJECT RATE PCT (01-04)'       TO DR-LABEL
           MOVE WS-MW-RATE(1) TO DR-THIS
           MOVE WS-MW-RATE(2) TO DR-PRIOR
           COMPUTE WS-RATE-CHANGE = WS-MW-RATE(1) - WS-MW-RATE(2)
           MOVE WS-RATE-CHANGE TO DR-CHANGE
           PERFORM WRITE-RATE-LINE
           MOVE 'REJECT 05 DUPLICATE ID'        TO WS-DETAIL-LABEL
           MOVE 7 TO WS-MEASURE-X
           PERFORM WRITE-COUNT-LINE
           MOVE 'FUTURE-DATED ITEMS PARKED'     TO WS-DETAIL-LABEL
           MOVE 8 TO WS-MEASURE-X
           PERFORM WRITE-COUNT-LINE
           MOVE 'N' TO WS-PCT-SW
           MOVE 'ITEMS WRITTEN OFF'             TO WS-DETAIL-LABEL
           MOVE 9 TO WS-MEASURE-X
           PERFORM WRITE-COUNT-LINE
           MOVE 'IN SUSPENSE AT MONTH END'      TO WS-DETAIL-LABEL
           MOVE 10 TO WS-MEASURE-X
           PERFORM WRITE-COUNT-LINE
           MOVE 'AVG BUSINESS DAYS IN SUSPENSE' TO DR-LABEL
           MOVE WS-MW-AVG-AGE(1) TO DR-THIS
           MOVE WS-MW-AVG-AGE(2) TO DR-PRIOR
           COMPUTE WS-RATE-CHANGE =
               WS-MW-AVG-AGE(1) - WS-MW-AVG-AGE(2)
           MOVE WS-RATE-CHANGE TO DR-CHANGE
           PERFORM WRITE-RATE-LINE
           MOVE WS-MW-MIX-TOTAL(1) TO WS-MW-BASE(1)
           MOVE WS-MW-MIX-TOTAL(2) TO WS-MW-BASE(2)
           MOVE 'Y' TO WS-PCT-SW
           MOVE 'MIX - RULE 1'                  TO WS-DETAIL-LABEL
           MOVE 12 TO WS-MEASURE-X
           PERFORM WRITE-COUNT-LINE
           MOVE 'MIX - RULE 2'                  TO WS-DETAIL-LABEL
           MOVE 13 TO WS-MEASURE-X
           PERFORM WRITE-COUNT-LINE
           MOVE 'MIX - RULE 3'                  TO WS-DETAIL-LABEL
           MOVE 14 TO WS-MEASURE-X
           PERFORM WRITE-COUNT-LINE
           MOVE 'MIX - OTHER RULES (4-9)'       TO WS-DETAIL-LABEL
           MOVE 15 TO WS-MEASURE-X
           PERFORM WRITE-COUNT-LINE
           MOVE 'MIX - COMBINED'                TO WS-DETAIL-LABEL
           MOVE 16 TO WS-MEASURE-X
           PERFORM WRITE-COUNT-LINE
           MOVE 'MIX - PLAIN'                   TO WS-DETAIL-LABEL
           MOVE 17 TO WS-MEASURE-X
           PERFORM WRITE-COUNT-LINE
           MOVE 'N' TO WS-PCT-SW
           MOVE 'RECORDS CLASSIFIED'            TO WS-DETAIL-LABEL
           MOVE WS-MW-MIX-TOTAL(1) TO DC-THIS
           MOVE WS-MW-MIX-TOTAL(2) TO DC-PRIOR
           COMPUTE WS-COUNT-CHANGE =
               WS-MW-MIX-TOTAL(1) - WS-MW-MIX-TOTAL(2)
           PERFORM WRITE-COUNT-FIGURES.

       WRITE-COUNT-LINE.
           MOVE WS-SRC-MEASURE(WS-SRC-X, 1, WS-MEASURE-X) TO DC-THIS
           MOVE WS-SRC-MEASURE(WS-SRC-X, 2, WS-MEASURE-X) TO DC-PRIOR
           COMPUTE WS-COUNT-CHANGE =
               WS-SRC-MEASURE(WS-SRC-X, 1, WS-MEASURE-X)
             - WS-SRC-MEASURE(WS-SRC-X, 2, WS-MEASURE-X)
           PERFORM WRITE-COUNT-FIGURES.

       WRITE-COUNT-FIGURES.
           MOVE WS-DETAIL-LABEL TO DC-LABEL
           MOVE WS-COUNT-CHANGE TO DC-CHANGE
           MOVE SPACES          TO DC-PCTS
           IF WS-PCT-WANTED
               PERFORM VARYING WS-MONTH-X FROM 1 BY 1
                       UNTIL WS-MONTH-X > 2
                   MOVE WS-SRC-MEASURE(WS-SRC-X, WS-MONTH-X,
                       WS-MEASURE-X) TO WS-PCT-COUNT
                   MOVE WS-MW-BASE(WS-MONTH-X) TO WS-PCT-BASE
                   PERFORM COMPUTE-ONE-PCT
                   MOVE WS-PCT-WORK TO WS-MW-PCT(WS-MONTH-X)
               END-PERFORM
               MOVE WS-MW-PCT(1) TO DC-PCT
               MOVE WS-MW-PCT(2) TO DC-PRIOR-PCT
           END-IF
           WRITE FB-RPT-LINE FROM RPT-COUNT-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-RATE-LINE.
           WRITE FB-RPT-LINE FROM RPT-RATE-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-RPT-HEADER.
           IF WS-LINE-COUNT NOT = 0
               ADD 1 TO WS-PAGE-NO
           END-IF
           MOVE WS-JOB-NAME    TO H1-JOB-NAME
           MOVE WS-STEP-NAME   TO H1-STEP-NAME
           MOVE WS-RUN-MM      TO H1-RUN-MM
           MOVE WS-RUN-DD      TO H1-RUN-DD
           MOVE WS-RUN-YYYY    TO H1-RUN-YYYY
           MOVE WS-PAGE-NO     TO H1-PAGE-NO
           MOVE WS-THIS-MONTH  TO PL-THIS-MONTH
           MOVE WS-PRIOR-MONTH TO PL-PRIOR-MONTH
           MOVE WS-RATE-LIMIT  TO PL-RATE-LIMIT
           WRITE FB-RPT-LINE FROM RPT-HEADER-LINE-1
           WRITE FB-RPT-LINE FROM RPT-HEADER-LINE-2
           WRITE FB-RPT-LINE FROM RPT-PERIOD-LINE
           WRITE FB-RPT-LINE FROM RPT-RATE-NOTE-LINE
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           MOVE 0 TO WS-LINE-COUNT.

       WRITE-SCORECARD-TOTALS.
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           MOVE 'FBSQSTAT RECORDS READ'         TO TL-LABEL
           MOVE WS-TOT-SQS-IN                   TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'STEP RUNS COUNTED THIS MONTH'  TO TL-LABEL
           MOVE WS-TOT-RUNS-THIS                TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'STEP RUNS COUNTED PRIOR MONTH' TO TL-LABEL
           MOVE WS-TOT-RUNS-PRIOR               TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'STEP RUNS SUPERSEDED BY RERUN' TO TL-LABEL
           MOVE WS-TOT-RUNS-RERUN               TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'UNREADABLE RECORDS SKIPPED'    TO TL-LABEL
           MOVE WS-TOT-BAD-RECORDS              TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'SOURCES REPORTED'              TO TL-LABEL
           MOVE WS-TOT-SOURCES                  TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'SOURCES AT OR OVER LIMIT'      TO TL-LABEL
           MOVE WS-TOT-FLAGGED                  TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'SOURCES CROSSING LIMIT'        TO TL-LABEL
           MOVE WS-TOT-CROSSED                  TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE.
