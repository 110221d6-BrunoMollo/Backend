       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBSTMTRD.
      ******************************************************************
      * FBSTMTRD - batch-window trend and overrun forecast, run on
      * request (weekly). FBSTMSUM shows one night of the stream; this
      * step reads every FBSTMLOG record (see FBSTMREC) with a run
      * date in a range and shows how the stream and each of its
      * steps have been moving, week by week, so a step that is a
      * little slower every week as FBMASTER grows is seen before it
      * blows the window. On FBTRDRPT:
      *   - the stream by week: nights run, average and longest
      *     elapsed minutes, records processed per minute, and the
      *     average as a percent of the window limit
      *   - each step's average elapsed minutes by week, and its
      *     records per minute by week
      *   - a line per step and for the stream over the range:
      *     nights, average and longest minutes, records per minute,
      *     share of the stream's elapsed time, the growth in minutes
      *     per week, the fitted minutes for the latest week, the
      *     limit, and the projected date the limit will be reached
      *   - the slowest nights of the range, with the slowest step of
      *     each
      * A night is one run/cycle number. A step's elapsed time is
      * end time less start time of its last log record for the run
      * (the rerun's time when a step was rerun); the stream's is
      * from the first step's start to the last step's end, reruns
      * and waits between steps included, since that is what the
      * window has to hold. Records processed are the steps' records
      * in added together. A night belongs to the run date of its
      * first step, so a stream that runs past midnight - at either
      * end of the range too - is counted whole, on the night it
      * started.
      * The growth rate is the least-squares slope of the weekly
      * average elapsed time over the most recent trend weeks that
      * have data, and the limit is projected to be reached when the
      * fitted line crosses it. A step or stream projected to reach
      * its limit within the warning weeks - or already at it - is
      * flagged '**'.
      * The FBTRDPRM deck:
      *   'W' card (required) - from-date (2-9) and to-date (10-17),
      *       YYYYMMDD; the stream window limit in minutes (18-21);
      *       warning weeks (22-23); trend weeks (24-25). A blank
      *       to-date is the run date, a blank from-date twelve
      *       weeks before the to-date, blank warning weeks 4 and
      *       blank trend weeks 8. The range is at most 60 weeks.
      *   'S' card (optional, one per step) - step name (2-9) and
      *       that step's own limit in minutes (10-13); a step with
      *       no card is held to the stream window limit.
      * Steps are the nightly stream's, in FBSTMSUM order.
      * Return codes: 00 no limit reached within the warning weeks,
      * 04 a step or the stream is projected to reach its limit
      * within the warning weeks, 16 bad card deck, capacity, or
      * open failure.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FB-TRD-PARM-FILE ASSIGN TO "FBTRDPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT FB-STM-LOG-FILE ASSIGN TO "FBSTMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT FBSTMTRD-RPT ASSIGN TO "FBTRDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FB-TRD-PARM-FILE.
       01  FB-TRD-PARM-RECORD.
           05  FB-TRD-CARD-TYPE        PIC X(1).
               88  FB-TRD-WINDOW-CARD  VALUE 'W'.
               88  FB-TRD-STEP-CARD    VALUE 'S'.
           05  FB-TRD-CARD-DATA        PIC X(24).
       01  FB-TRD-WINDOW-RECORD.
           05  FILLER                  PIC X(1).
           05  FB-TRD-FROM-DATE        PIC 9(8).
           05  FB-TRD-TO-DATE          PIC 9(8).
           05  FB-TRD-WINDOW-MINUTES   PIC 9(4).
           05  FB-TRD-WARN-WEEKS       PIC 9(2).
           05  FB-TRD-TREND-WEEKS      PIC 9(2).
       01  FB-TRD-STEP-RECORD.
           05  FILLER                  PIC X(1).
           05  FB-TRD-STEP-NAME        PIC X(8).
           05  FB-TRD-STEP-MINUTES     PIC 9(4).
           05  FILLER                  PIC X(12).

       FD  FB-STM-LOG-FILE.
       COPY FBSTMREC.

       FD  FBSTMTRD-RPT.
       01  FB-RPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-LOG-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2) VALUE '00'.

       01  WS-PARM-EOF-SW              PIC X(1) VALUE 'N'.
           88  WS-PARM-EOF             VALUE 'Y'.
       01  WS-LOG-EOF-SW               PIC X(1) VALUE 'N'.
           88  WS-LOG-EOF              VALUE 'Y'.
       01  WS-WINDOW-CARD-SW           PIC X(1) VALUE 'N'.
           88  WS-WINDOW-CARD-READ     VALUE 'Y'.
       01  WS-WARNING-SW               PIC X(1) VALUE 'N'.
           88  WS-WARNING              VALUE 'Y'.

       01  WS-FROM-DATE                PIC 9(8) VALUE 0.
       01  WS-TO-DATE                  PIC 9(8) VALUE 0.
       01  WS-WINDOW-MINUTES           PIC 9(4) VALUE 0.
       01  WS-WARN-WEEKS               PIC 9(2) VALUE 4.
       01  WS-TREND-WEEKS              PIC 9(2) VALUE 8.
       01  WS-FROM-INT                 PIC 9(7) VALUE 0.
       01  WS-TO-INT                   PIC 9(7) VALUE 0.
       01  WS-DATE-INT                 PIC 9(7) VALUE 0.
       01  WS-WORK-DATE                PIC 9(8) VALUE 0.
       01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
           05  WS-WD-YYYY              PIC 9(4).
           05  WS-WD-MM                PIC 9(2).
           05  WS-WD-DD                PIC 9(2).
       01  WS-DAYS-IN-MONTH            PIC 9(2) VALUE 0.
       01  WS-LEAP-REMAINDER           PIC 9(4) VALUE 0.
       01  WS-LOAD-FROM-DATE           PIC 9(8) VALUE 0.
       01  WS-LOAD-TO-DATE             PIC 9(8) VALUE 0.

      ******************************************************************
      * The stream's steps in execution order, as FBSTMSUM lists
      * them; entry 12 of the per-step tables below is the stream as
      * a whole.
      ******************************************************************
       01  WS-STEP-MAX                 PIC 9(2) VALUE 11.
       01  WS-STREAM-X                 PIC 9(2) VALUE 12.
       01  WS-STEP-X                   PIC 9(2) VALUE 0.
       01  WS-STEP-HIT-X               PIC 9(2) VALUE 0.
       01  WS-STEP-NAMES.
           05  FILLER                  PIC X(8) VALUE 'FBMERGE'.
           05  FILLER                  PIC X(8) VALUE 'FBEDIT'.
           05  FILLER                  PIC X(8) VALUE 'FBSUSDSP'.
           05  FILLER                  PIC X(8) VALUE 'FIZZBUZZ'.
           05  FILLER                  PIC X(8) VALUE 'FBMIXGT'.
           05  FILLER                  PIC X(8) VALUE 'FBMSTUPD'.
           05  FILLER                  PIC X(8) VALUE 'FBDELTA'.
           05  FILLER                  PIC X(8) VALUE 'FBXTRACT'.
           05  FILLER                  PIC X(8) VALUE 'FBXACK'.
           05  FILLER                  PIC X(8) VALUE 'FBRECON'.
           05  FILLER                  PIC X(8) VALUE 'FBSRCRPT'.
           05  FILLER                  PIC X(8) VALUE 'STREAM'.
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.
           05  WS-STEP-NAME            PIC X(8) OCCURS 12 TIMES.

       01  WS-LIMIT-TABLE.
           05  WS-LIMIT-MINUTES        PIC 9(4) OCCURS 12 TIMES.

      ******************************************************************
      * One entry per run/cycle in the range. The stream start and end
      * are held as seconds from the calendar's day one so a stream
      * that runs past midnight measures correctly.
      ******************************************************************
       01  WS-RUN-MAX                  PIC 9(3) VALUE 500.
       01  WS-RUN-COUNT                PIC 9(3) VALUE 0.
       01  WS-RUN-X                    PIC 9(3) VALUE 0.
       01  WS-RUN-HIT-X                PIC 9(3) VALUE 0.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 500 TIMES.
               10  WS-RN-RUN-NUMBER    PIC 9(6).
               10  WS-RN-NIGHT-DATE    PIC 9(8).
               10  WS-RN-START-ABS     PIC 9(11).
               10  WS-RN-END-ABS       PIC 9(11).
               10  WS-RN-START-TIME    PIC 9(8).
               10  WS-RN-END-TIME      PIC 9(8).
               10  WS-RN-STEP OCCURS 11 TIMES.
                   15  WS-RN-STEP-SECS PIC 9(7).
                   15  WS-RN-STEP-RECS PIC 9(9).
                   15  WS-RN-STEP-SW   PIC X(1).
                       88  WS-RN-STEP-LOGGED VALUE 'Y'.

      ******************************************************************
      * Totals by week of the range (week 1 starts on the from-date)
      * for each step and the stream, and over the whole range.
      ******************************************************************
       01  WS-WEEK-MAX                 PIC 9(2) VALUE 60.
       01  WS-WEEK-COUNT               PIC 9(2) VALUE 0.
       01  WS-WEEK-X                   PIC 9(2) VALUE 0.
       01  WS-WEEK-TABLE.
           05  WS-WEEK OCCURS 60 TIMES.
               10  WS-WK-STAT OCCURS 12 TIMES.
                   15  WS-WK-NIGHTS    PIC 9(5).
                   15  WS-WK-SECS      PIC 9(11).
                   15  WS-WK-RECS      PIC 9(11).
                   15  WS-WK-MAX-SECS  PIC 9(7).

       01  WS-RANGE-TABLE.
           05  WS-RG-STAT OCCURS 12 TIMES.
               10  WS-RG-NIGHTS        PIC 9(5).
               10  WS-RG-SECS          PIC 9(11).
               10  WS-RG-RECS          PIC 9(11).
               10  WS-RG-MAX-SECS      PIC 9(7).

      * The slowest nights, longest first.
       01  WS-SLOW-MAX                 PIC 9(2) VALUE 10.
       01  WS-SLOW-COUNT               PIC 9(2) VALUE 0.
       01  WS-SLOW-X                   PIC 9(2) VALUE 0.
       01  WS-SLOW-HIT-X               PIC 9(2) VALUE 0.
       01  WS-SLOW-TABLE.
           05  WS-SLOW-ENTRY OCCURS 11 TIMES.
               10  WS-SL-SECS          PIC 9(7).
               10  WS-SL-RUN-X         PIC 9(3).

      * Working fields for one log record or one night.
       01  WS-START-SECS               PIC 9(5) VALUE 0.
       01  WS-END-SECS                 PIC 9(5) VALUE 0.
       01  WS-ELAPSED-SECS             PIC 9(7) VALUE 0.
       01  WS-START-ABS                PIC 9(11) VALUE 0.
       01  WS-END-ABS                  PIC 9(11) VALUE 0.
       01  WS-NIGHT-RECS               PIC 9(11) VALUE 0.
       01  WS-TIME-WORK.
           05  WS-TW-HH                PIC 9(2).
           05  WS-TW-MM                PIC 9(2).
           05  WS-TW-SS                PIC 9(2).
           05  WS-TW-CC                PIC 9(2).
       01  WS-TIME-NUM REDEFINES WS-TIME-WORK
                                       PIC 9(8).

      * Least-squares fit of weekly average seconds on week number.
       01  WS-FIT-N                    PIC 9(2) VALUE 0.
       01  WS-FIT-X                    PIC 9(2) VALUE 0.
       01  WS-FIT-LAST-X               PIC 9(2) VALUE 0.
       01  WS-FIT-Y                    PIC 9(7)V9(2) VALUE 0.
       01  WS-FIT-SX                   PIC 9(5) VALUE 0.
       01  WS-FIT-SXX                  PIC 9(7) VALUE 0.
       01  WS-FIT-SY                   PIC 9(9)V9(2) VALUE 0.
       01  WS-FIT-SXY                  PIC 9(11)V9(2) VALUE 0.
       01  WS-FIT-DENOM                PIC S9(9) VALUE 0.
       01  WS-FIT-SLOPE                PIC S9(7)V9(4) VALUE 0.
       01  WS-FIT-NOW                  PIC S9(9)V9(2) VALUE 0.
       01  WS-LIMIT-SECS               PIC 9(7) VALUE 0.
       01  WS-WEEKS-TO-LIMIT           PIC 9(7)V9(2) VALUE 0.
       01  WS-DAYS-TO-LIMIT            PIC 9(7) VALUE 0.
       01  WS-BREACH-DATE              PIC 9(8) VALUE 0.
       01  WS-BREACH-WEEKS             PIC 9(3) VALUE 0.

       01  WS-MINUTES                  PIC 9(5)V9 VALUE 0.
       01  WS-RATE-WORK                PIC 9(9) VALUE 0.
       01  WS-PCT-WORK                 PIC 9(3)V9 VALUE 0.
       01  WS-AVG-SECS                 PIC 9(7)V9(2) VALUE 0.
       01  WS-STREAM-AVG-SECS          PIC 9(7)V9(2) VALUE 0.

       01  WS-TRD-TOTALS.
           05 WS-TOT-LOG-IN            PIC 9(9) VALUE 0.
           05 WS-TOT-IN-RANGE          PIC 9(9) VALUE 0.
           05 WS-TOT-OTHER-STEP        PIC 9(9) VALUE 0.
           05 WS-TOT-BAD-RECORDS       PIC 9(9) VALUE 0.
           05 WS-TOT-WEEKS-DATA        PIC 9(9) VALUE 0.
           05 WS-TOT-WARNINGS          PIC 9(9) VALUE 0.
           05 WS-TOT-NIGHTS            PIC 9(9) VALUE 0.
           05 WS-TOT-EDGE-NIGHTS       PIC 9(9) VALUE 0.

       01  WS-RUN-DATE.
           05 WS-RUN-YYYY              PIC 9(4).
           05 WS-RUN-MM                PIC 9(2).
           05 WS-RUN-DD                PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                       PIC 9(8).

       01  WS-JOB-NAME                 PIC X(8) VALUE 'FBSTMTRD'.
       01  WS-STEP-NAME-OWN            PIC X(8) VALUE 'STEP01'.
       01  WS-FINAL-RC                 PIC 9(2) VALUE 0.
       01  WS-PAGE-NO                  PIC 9(4) VALUE 1.
       01  WS-LINE-COUNT               PIC 9(2) VALUE 0.
       01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 40.

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
           05 FILLER                   PIC X(50) VALUE
               'BATCH WINDOW TREND AND OVERRUN FORECAST'.

       01  RPT-BLANK-LINE              PIC X(1) VALUE SPACE.

       01  RPT-PERIOD-LINE.
           05 FILLER                   PIC X(6)  VALUE 'FROM: '.
           05 PL-FROM-DATE             PIC 9(8).
           05 FILLER                   PIC X(6)  VALUE '  TO: '.
           05 PL-TO-DATE               PIC 9(8).
           05 FILLER                   PIC X(17) VALUE
               '  WINDOW LIMIT: '.
           05 PL-WINDOW-MINUTES        PIC ZZZ9.
           05 FILLER                   PIC X(6)  VALUE ' MIN  '.
           05 FILLER                   PIC X(15) VALUE
               'WARNING WITHIN '.
           05 PL-WARN-WEEKS            PIC Z9.
           05 FILLER                   PIC X(8)  VALUE ' WEEKS  '.
           05 FILLER                   PIC X(15) VALUE
               'TREND OVER LAST'.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 PL-TREND-WEEKS           PIC Z9.
           05 FILLER                   PIC X(6)  VALUE ' WEEKS'.

       01  RPT-SECTION-LINE.
           05 SC-TEXT                  PIC X(60).

       01  RPT-STREAM-WEEK-HEADING.
           05 FILLER                   PIC X(10) VALUE 'WEEK OF'.
           05 FILLER                   PIC X(8)  VALUE 'NIGHTS'.
           05 FILLER                   PIC X(9)  VALUE 'AVG MIN'.
           05 FILLER                   PIC X(9)  VALUE 'MAX MIN'.
           05 FILLER                   PIC X(11) VALUE '  RECS/MIN'.
           05 FILLER                   PIC X(12) VALUE 'PCT OF LIMIT'.

       01  RPT-STREAM-WEEK-LINE.
           05 SW-WEEK-DATE             PIC 9(8).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 SW-NIGHTS                PIC ZZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 SW-AVG-MIN               PIC ZZZZ9.9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 SW-MAX-MIN               PIC ZZZZ9.9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 SW-RECS-PER-MIN          PIC Z(8)9.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 SW-PCT-OF-LIMIT          PIC ZZ9.9.

       01  RPT-MATRIX-HEADING.
           05 FILLER                   PIC X(10) VALUE 'WEEK OF'.
           05 MH-STEP-NAME             PIC X(9)  OCCURS 11 TIMES.

       01  RPT-MATRIX-LINE.
           05 MX-WEEK-DATE             PIC 9(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 MX-CELL OCCURS 11 TIMES.
               10 MX-VALUE             PIC ZZZZZ9.9.
               10 FILLER               PIC X(1).
       01  RPT-MATRIX-RATE-LINE REDEFINES RPT-MATRIX-LINE.
           05 FILLER                   PIC X(10).
           05 MR-CELL OCCURS 11 TIMES.
               10 MR-VALUE             PIC Z(7)9.
               10 FILLER               PIC X(1).

       01  RPT-STEP-HEADING.
           05 FILLER                   PIC X(10) VALUE 'STEP'.
           05 FILLER                   PIC X(7)  VALUE 'NIGHTS'.
           05 FILLER                   PIC X(9)  VALUE 'AVG MIN'.
           05 FILLER                   PIC X(9)  VALUE 'MAX MIN'.
           05 FILLER                   PIC X(11) VALUE '  RECS/MIN'.
           05 FILLER                   PIC X(7)  VALUE 'SHARE'.
           05 FILLER                   PIC X(9)  VALUE 'MIN/WEEK'.
           05 FILLER                   PIC X(9)  VALUE 'NOW MIN'.
           05 FILLER                   PIC X(7)  VALUE 'LIMIT'.
           05 FILLER                   PIC X(24) VALUE
               'LIMIT REACHED'.

       01  RPT-STEP-LINE.
           05 SS-STEP-NAME             PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 SS-NIGHTS                PIC ZZZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 SS-AVG-MIN               PIC ZZZZ9.9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 SS-MAX-MIN               PIC ZZZZ9.9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 SS-RECS-PER-MIN          PIC Z(8)9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 SS-SHARE                 PIC ZZ9.9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 SS-GROWTH                PIC ---9.99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 SS-NOW-MIN               PIC ZZZZ9.9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 SS-LIMIT                 PIC ZZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 SS-FORECAST              PIC X(24).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 SS-FLAG                  PIC X(2).

       01  WS-FORECAST-DATE-TEXT.
           05 FD-DATE                  PIC 9(8).
           05 FILLER                   PIC X(2)  VALUE ' ('.
           05 FD-WEEKS                 PIC ZZ9.
           05 FILLER                   PIC X(7)  VALUE ' WEEKS)'.

       01  RPT-SLOW-HEADING.
           05 FILLER                   PIC X(6)  VALUE 'RANK'.
           05 FILLER                   PIC X(10) VALUE 'NIGHT'.
           05 FILLER                   PIC X(8)  VALUE 'RUN'.
           05 FILLER                   PIC X(9)  VALUE 'ELAPSED'.
           05 FILLER                   PIC X(10) VALUE 'START'.
           05 FILLER                   PIC X(10) VALUE 'END'.
           05 FILLER                   PIC X(10) VALUE 'SLOWEST'.
           05 FILLER                   PIC X(9)  VALUE 'STEP MIN'.

       01  RPT-SLOW-LINE.
           05 SN-RANK                  PIC Z9.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 SN-NIGHT-DATE            PIC 9(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 SN-RUN-NUMBER            PIC 9(6).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 SN-ELAPSED-MIN           PIC ZZZZ9.9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 SN-START-TIME            PIC 9(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 SN-END-TIME              PIC 9(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 SN-SLOW-STEP             PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 SN-STEP-MIN              PIC ZZZZ9.9.

       01  RPT-NONE-LINE.
           05 FILLER                   PIC X(50) VALUE
               'NO FBSTMLOG RECORDS IN THE RANGE'.

       01  RPT-TOTALS-LINE.
           05 TL-LABEL                 PIC X(34).
           05 TL-COUNT                 PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE ZEROES TO WS-WEEK-TABLE
           MOVE ZEROES TO WS-RANGE-TABLE
           PERFORM READ-TREND-DECK
           PERFORM LOAD-STREAM-LOG
           PERFORM VARYING WS-RUN-X FROM 1 BY 1
                   UNTIL WS-RUN-X > WS-RUN-COUNT
               IF WS-RN-NIGHT-DATE(WS-RUN-X) >= WS-FROM-DATE
                AND WS-RN-NIGHT-DATE(WS-RUN-X) <= WS-TO-DATE
                   ADD 1 TO WS-TOT-NIGHTS
                   PERFORM POST-ONE-NIGHT
               ELSE
                   ADD 1 TO WS-TOT-EDGE-NIGHTS
               END-IF
           END-PERFORM
           OPEN OUTPUT FBSTMTRD-RPT
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'FBSTMTRD: UNABLE TO OPEN FBTRDRPT REPORT '
                   'FILE, STATUS=' WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-RPT-HEADER
           IF WS-TOT-NIGHTS = 0
               WRITE FB-RPT-LINE FROM RPT-NONE-LINE
           ELSE
               PERFORM WRITE-STREAM-WEEKS
               PERFORM WRITE-STEP-MINUTES
               PERFORM WRITE-STEP-RATES
               PERFORM WRITE-STEP-SUMMARY
               PERFORM WRITE-SLOWEST-NIGHTS
           END-IF
           PERFORM WRITE-TREND-TOTALS
           CLOSE FBSTMTRD-RPT
           IF WS-WARNING
               DISPLAY 'FBSTMTRD: ' WS-TOT-WARNINGS
                   ' WINDOW LIMITS PROJECTED TO BE REACHED WITHIN '
                   WS-WARN-WEEKS ' WEEKS - SEE FBTRDRPT'
               MOVE 4 TO WS-FINAL-RC
           END-IF
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * The 'W' card is required - the window limit is the whole
      * point of the forecast. 'S' cards give single steps a limit of
      * their own.
      ******************************************************************
       READ-TREND-DECK.
           OPEN INPUT FB-TRD-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'FBSTMTRD: FBTRDPRM CARD DECK NOT FOUND, '
                   'STATUS=' WS-PARM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROES TO WS-LIMIT-TABLE
           PERFORM UNTIL WS-PARM-EOF
               READ FB-TRD-PARM-FILE
                   AT END
                       SET WS-PARM-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN FB-TRD-WINDOW-CARD
                               PERFORM APPLY-WINDOW-CARD
                           WHEN FB-TRD-STEP-CARD
                               PERFORM APPLY-STEP-CARD
                           WHEN OTHER
                               DISPLAY 'FBSTMTRD: INVALID FBTRDPRM '
                                   'CARD TYPE ''' FB-TRD-CARD-TYPE
                                   ''' - MUST BE W OR S'
                               MOVE 16 TO RETURN-CODE
                               CLOSE FB-TRD-PARM-FILE
                               STOP RUN
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE FB-TRD-PARM-FILE
           IF NOT WS-WINDOW-CARD-READ OR WS-WINDOW-MINUTES = 0
               DISPLAY 'FBSTMTRD: NO FBTRDPRM W CARD WITH A WINDOW '
                   'LIMIT - NOTHING TO FORECAST AGAINST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SET-TREND-RANGE
           PERFORM VARYING WS-STEP-X FROM 1 BY 1
                   UNTIL WS-STEP-X > WS-STREAM-X
               IF WS-LIMIT-MINUTES(WS-STEP-X) = 0
                   MOVE WS-WINDOW-MINUTES
                       TO WS-LIMIT-MINUTES(WS-STEP-X)
               END-IF
           END-PERFORM.

      ******************************************************************
      * Blank fields keep their defaults; anything else must be
      * numeric.
      ******************************************************************
       APPLY-WINDOW-CARD.
           SET WS-WINDOW-CARD-READ TO TRUE
           IF FB-TRD-WINDOW-RECORD(2:8) NOT = SPACES
               IF FB-TRD-FROM-DATE NOT NUMERIC
                   DISPLAY 'FBSTMTRD: INVALID FBTRDPRM FROM-DATE - '
                       'MUST BE YYYYMMDD'
                   PERFORM BAD-TREND-CARD
               END-IF
               MOVE FB-TRD-FROM-DATE TO WS-FROM-DATE
           END-IF
           IF FB-TRD-WINDOW-RECORD(10:8) NOT = SPACES
               IF FB-TRD-TO-DATE NOT NUMERIC
                   DISPLAY 'FBSTMTRD: INVALID FBTRDPRM TO-DATE - '
                       'MUST BE YYYYMMDD'
                   PERFORM BAD-TREND-CARD
               END-IF
               MOVE FB-TRD-TO-DATE TO WS-TO-DATE
           END-IF
           IF FB-TRD-WINDOW-MINUTES NOT NUMERIC
               DISPLAY 'FBSTMTRD: INVALID FBTRDPRM WINDOW LIMIT - '
                   'MUST BE NUMERIC MINUTES'
               PERFORM BAD-TREND-CARD
           END-IF
           MOVE FB-TRD-WINDOW-MINUTES TO WS-WINDOW-MINUTES
           IF FB-TRD-WINDOW-RECORD(22:2) NOT = SPACES
               IF FB-TRD-WARN-WEEKS NOT NUMERIC
                   DISPLAY 'FBSTMTRD: INVALID FBTRDPRM WARNING WEEKS '
                       '- MUST BE NUMERIC'
                   PERFORM BAD-TREND-CARD
               END-IF
               MOVE FB-TRD-WARN-WEEKS TO WS-WARN-WEEKS
           END-IF
           IF FB-TRD-WINDOW-RECORD(24:2) NOT = SPACES
               IF FB-TRD-TREND-WEEKS NOT NUMERIC
                OR FB-TRD-TREND-WEEKS < 2
                   DISPLAY 'FBSTMTRD: INVALID FBTRDPRM TREND WEEKS '
                       '- MUST BE NUMERIC AND AT LEAST 2'
                   PERFORM BAD-TREND-CARD
               END-IF
               MOVE FB-TRD-TREND-WEEKS TO WS-TREND-WEEKS
           END-IF.

       APPLY-STEP-CARD.
           MOVE 0 TO WS-STEP-HIT-X
           PERFORM VARYING WS-STEP-X FROM 1 BY 1
                   UNTIL WS-STEP-X > WS-STEP-MAX
               IF WS-STEP-NAME(WS-STEP-X) = FB-TRD-STEP-NAME
                   MOVE WS-STEP-X TO WS-STEP-HIT-X
               END-IF
           END-PERFORM
           IF WS-STEP-HIT-X = 0
               DISPLAY 'FBSTMTRD: FBTRDPRM S CARD FOR UNKNOWN STEP '
                   FB-TRD-STEP-NAME
               PERFORM BAD-TREND-CARD
           END-IF
           IF FB-TRD-STEP-MINUTES NOT NUMERIC
            OR FB-TRD-STEP-MINUTES = 0
               DISPLAY 'FBSTMTRD: INVALID FBTRDPRM LIMIT FOR STEP '
                   FB-TRD-STEP-NAME ' - MUST BE NUMERIC MINUTES'
               PERFORM BAD-TREND-CARD
           END-IF
           MOVE FB-TRD-STEP-MINUTES TO WS-LIMIT-MINUTES(WS-STEP-HIT-X).

       BAD-TREND-CARD.
           MOVE 16 TO RETURN-CODE
           CLOSE FB-TRD-PARM-FILE
           STOP RUN.

       SET-TREND-RANGE.
           IF WS-TO-DATE = 0
               MOVE WS-RUN-DATE-NUM TO WS-TO-DATE
           END-IF
           MOVE WS-TO-DATE TO WS-WORK-DATE
           PERFORM CONVERT-WORK-DATE
           IF WS-DATE-INT = 0
               DISPLAY 'FBSTMTRD: INVALID FBTRDPRM TO-DATE '
                   WS-TO-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATE-INT TO WS-TO-INT
           IF WS-FROM-DATE = 0
               COMPUTE WS-FROM-INT = WS-TO-INT - 83
               COMPUTE WS-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
           END-IF
           MOVE WS-FROM-DATE TO WS-WORK-DATE
           PERFORM CONVERT-WORK-DATE
           IF WS-DATE-INT = 0
               DISPLAY 'FBSTMTRD: INVALID FBTRDPRM FROM-DATE '
                   WS-FROM-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATE-INT TO WS-FROM-INT
           IF WS-FROM-INT > WS-TO-INT
               DISPLAY 'FBSTMTRD: INVALID FBTRDPRM - FROM-DATE IS '
                   'AFTER TO-DATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-WEEK-COUNT = (WS-TO-INT - WS-FROM-INT) / 7 + 1
           IF (WS-TO-INT - WS-FROM-INT) / 7 >= WS-WEEK-MAX
               DISPLAY 'FBSTMTRD: RANGE LONGER THAN ' WS-WEEK-MAX
                   ' WEEKS - SHORTEN THE FBTRDPRM DATES'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-DATE-INT = WS-FROM-INT - 1
           COMPUTE WS-LOAD-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           COMPUTE WS-DATE-INT = WS-TO-INT + 1
           COMPUTE WS-LOAD-TO-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

      * WS-WORK-DATE to a day number in WS-DATE-INT; 0 if not a date.
      * Year, month and day-in-month are checked first, the way FBEDIT
      * VALIDATE-TRANS-DATE does - INTEGER-OF-DATE is not given an
      * impossible date.
       CONVERT-WORK-DATE.
           MOVE 0 TO WS-DATE-INT
           IF WS-WORK-DATE IS NUMERIC
               IF WS-WD-YYYY >= 1601 AND WS-WD-MM >= 1
                AND WS-WD-MM <= 12 AND WS-WD-DD >= 1
                   PERFORM SET-DAYS-IN-MONTH
                   IF WS-WD-DD <= WS-DAYS-IN-MONTH
                       COMPUTE WS-DATE-INT =
                           FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
                   END-IF
               END-IF
           END-IF.

       SET-DAYS-IN-MONTH.
           EVALUATE WS-WD-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   COMPUTE WS-LEAP-REMAINDER =
                       FUNCTION MOD(WS-WD-YYYY, 4)
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                       COMPUTE WS-LEAP-REMAINDER =
                           FUNCTION MOD(WS-WD-YYYY, 100)
                       IF WS-LEAP-REMAINDER = 0
                           COMPUTE WS-LEAP-REMAINDER =
                               FUNCTION MOD(WS-WD-YYYY, 400)
                           IF WS-LEAP-REMAINDER NOT = 0
                               MOVE 28 TO WS-DAYS-IN-MONTH
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

      ******************************************************************
      * Records dated the day either side of the range are loaded as
      * well, so the nights at its edges are complete; nights that
      * started outside the range are dropped once all are loaded.
      ******************************************************************
       LOAD-STREAM-LOG.
           OPEN INPUT FB-STM-LOG-FILE
           IF WS-LOG-FILE-STATUS NOT = '00'
               DISPLAY 'FBSTMTRD: FBSTMLOG STREAM LOG NOT FOUND, '
                   'STATUS=' WS-LOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-LOG-EOF
               READ FB-STM-LOG-FILE
                   AT END
                       SET WS-LOG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOT-LOG-IN
                       PERFORM SCREEN-LOG-RECORD
               END-READ
           END-PERFORM
           CLOSE FB-STM-LOG-FILE
           IF WS-TOT-BAD-RECORDS > 0
               DISPLAY 'FBSTMTRD: ' WS-TOT-BAD-RECORDS
                   ' UNREADABLE FBSTMLOG RECORDS SKIPPED'
           END-IF.

       SCREEN-LOG-RECORD.
           IF FB-SLOG-RUN-DATE NOT NUMERIC
            OR FB-SLOG-RUN-NUMBER NOT NUMERIC
            OR FB-SLOG-START-TIME NOT NUMERIC
            OR FB-SLOG-END-TIME NOT NUMERIC
            OR FB-SLOG-RECORDS-IN NOT NUMERIC
               ADD 1 TO WS-TOT-BAD-RECORDS
           ELSE
               IF FB-SLOG-RUN-DATE >= WS-LOAD-FROM-DATE
                AND FB-SLOG-RUN-DATE <= WS-LOAD-TO-DATE
                   ADD 1 TO WS-TOT-IN-RANGE
                   MOVE 0 TO WS-STEP-HIT-X
                   PERFORM VARYING WS-STEP-X FROM 1 BY 1
                           UNTIL WS-STEP-X > WS-STEP-MAX
                       IF WS-STEP-NAME(WS-STEP-X) = FB-SLOG-STEP-NAME
                           MOVE WS-STEP-X TO WS-STEP-HIT-X
                       END-IF
                   END-PERFORM
                   IF WS-STEP-HIT-X = 0
                       ADD 1 TO WS-TOT-OTHER-STEP
                   ELSE
                       PERFORM POST-LOG-RECORD
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * HHMMSSCC start and end to seconds; an end earlier than the
      * start ran past midnight.
      ******************************************************************
       POST-LOG-RECORD.
           MOVE FB-SLOG-START-TIME TO WS-TIME-NUM
           COMPUTE WS-START-SECS =
               WS-TW-HH * 3600 + WS-TW-MM * 60 + WS-TW-SS
           MOVE FB-SLOG-END-TIME TO WS-TIME-NUM
           COMPUTE WS-END-SECS =
               WS-TW-HH * 3600 + WS-TW-MM * 60 + WS-TW-SS
           IF WS-END-SECS < WS-START-SECS
               COMPUTE WS-ELAPSED-SECS =
                   WS-END-SECS + 86400 - WS-START-SECS
           ELSE
               COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS
           END-IF
           MOVE FB-SLOG-RUN-DATE TO WS-WORK-DATE
           PERFORM CONVERT-WORK-DATE
           COMPUTE WS-START-ABS = WS-DATE-INT * 86400 + WS-START-SECS
           COMPUTE WS-END-ABS   = WS-START-ABS + WS-ELAPSED-SECS
           PERFORM FIND-RUN-ENTRY
           IF WS-START-ABS < WS-RN-START-ABS(WS-RUN-HIT-X)
               MOVE WS-START-ABS TO WS-RN-START-ABS(WS-RUN-HIT-X)
               MOVE FB-SLOG-RUN-DATE
                   TO WS-RN-NIGHT-DATE(WS-RUN-HIT-X)
               MOVE FB-SLOG-START-TIME
                   TO WS-RN-START-TIME(WS-RUN-HIT-X)
           END-IF
           IF WS-END-ABS > WS-RN-END-ABS(WS-RUN-HIT-X)
               MOVE WS-END-ABS TO WS-RN-END-ABS(WS-RUN-HIT-X)
               MOVE FB-SLOG-END-TIME
                   TO WS-RN-END-TIME(WS-RUN-HIT-X)
           END-IF
           MOVE WS-ELAPSED-SECS
               TO WS-RN-STEP-SECS(WS-RUN-HIT-X, WS-STEP-HIT-X)
           MOVE FB-SLOG-RECORDS-IN
               TO WS-RN-STEP-RECS(WS-RUN-HIT-X, WS-STEP-HIT-X)
           MOVE 'Y' TO WS-RN-STEP-SW(WS-RUN-HIT-X, WS-STEP-HIT-X).

       FIND-RUN-ENTRY.
           MOVE 0 TO WS-RUN-HIT-X
           PERFORM VARYING WS-RUN-X FROM WS-RUN-COUNT BY -1
                   UNTIL WS-RUN-X < 1
                      OR WS-RUN-HIT-X NOT = 0
               IF WS-RN-RUN-NUMBER(WS-RUN-X) = FB-SLOG-RUN-NUMBER
                   MOVE WS-RUN-X TO WS-RUN-HIT-X
               END-IF
           END-PERFORM
           IF WS-RUN-HIT-X = 0
               IF WS-RUN-COUNT >= WS-RUN-MAX
                   DISPLAY 'FBSTMTRD: MORE THAN ' WS-RUN-MAX
                       ' RUNS IN THE RANGE - SHORTEN THE FBTRDPRM '
                       'DATES'
                   MOVE 16 TO RETURN-CODE
                   CLOSE FB-STM-LOG-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-RUN-COUNT TO WS-RUN-HIT-X
               MOVE SPACES TO WS-RUN-ENTRY(WS-RUN-HIT-X)
               MOVE FB-SLOG-RUN-NUMBER
                   TO WS-RN-RUN-NUMBER(WS-RUN-HIT-X)
               MOVE 99999999999 TO WS-RN-START-ABS(WS-RUN-HIT-X)
               MOVE 0 TO WS-RN-END-ABS(WS-RUN-HIT-X)
               MOVE 0 TO WS-RN-NIGHT-DATE(WS-RUN-HIT-X)
               MOVE 0 TO WS-RN-START-TIME(WS-RUN-HIT-X)
               MOVE 0 TO WS-RN-END-TIME(WS-RUN-HIT-X)
               PERFORM VARYING WS-STEP-X FROM 1 BY 1
                       UNTIL WS-STEP-X > WS-STEP-MAX
                   MOVE 0 TO WS-RN-STEP-SECS(WS-RUN-HIT-X, WS-STEP-X)
                   MOVE 0 TO WS-RN-STEP-RECS(WS-RUN-HIT-X, WS-STEP-X)
                   MOVE 'N' TO WS-RN-STEP-SW(WS-RUN-HIT-X, WS-STEP-X)
               END-PERFORM
           END-IF.

      ******************************************************************
      * One night into its week and the range totals, and into the
      * slowest-nights table if it is slow enough.
      ******************************************************************
       POST-ONE-NIGHT.
           MOVE WS-RN-NIGHT-DATE(WS-RUN-X) TO WS-WORK-DATE
           PERFORM CONVERT-WORK-DATE
           COMPUTE WS-WEEK-X = (WS-DATE-INT - WS-FROM-INT) / 7 + 1
           MOVE 0 TO WS-NIGHT-RECS
           PERFORM VARYING WS-STEP-X FROM 1 BY 1
                   UNTIL WS-STEP-X > WS-STEP-MAX
               IF WS-RN-STEP-LOGGED(WS-RUN-X, WS-STEP-X)
                   MOVE WS-RN-STEP-SECS(WS-RUN-X, WS-STEP-X)
                       TO WS-ELAPSED-SECS
                   ADD WS-RN-STEP-RECS(WS-RUN-X, WS-STEP-X)
                       TO WS-NIGHT-RECS
                   MOVE WS-RN-STEP-RECS(WS-RUN-X, WS-STEP-X)
                       TO WS-RATE-WORK
                   PERFORM ADD-TO-WEEK
               END-IF
           END-PERFORM
           MOVE WS-STREAM-X TO WS-STEP-X
           COMPUTE WS-ELAPSED-SECS =
               WS-RN-END-ABS(WS-RUN-X) - WS-RN-START-ABS(WS-RUN-X)
           MOVE WS-NIGHT-RECS TO WS-RATE-WORK
           PERFORM ADD-TO-WEEK
           PERFORM RANK-SLOW-NIGHT.

       ADD-TO-WEEK.
           ADD 1 TO WS-WK-NIGHTS(WS-WEEK-X, WS-STEP-X)
           ADD WS-ELAPSED-SECS TO WS-WK-SECS(WS-WEEK-X, WS-STEP-X)
           ADD WS-RATE-WORK    TO WS-WK-RECS(WS-WEEK-X, WS-STEP-X)
           IF WS-ELAPSED-SECS > WS-WK-MAX-SECS(WS-WEEK-X, WS-STEP-X)
               MOVE WS-ELAPSED-SECS
                   TO WS-WK-MAX-SECS(WS-WEEK-X, WS-STEP-X)
           END-IF
           ADD 1 TO WS-RG-NIGHTS(WS-STEP-X)
           ADD WS-ELAPSED-SECS TO WS-RG-SECS(WS-STEP-X)
           ADD WS-RATE-WORK    TO WS-RG-RECS(WS-STEP-X)
           IF WS-ELAPSED-SECS > WS-RG-MAX-SECS(WS-STEP-X)
               MOVE WS-ELAPSED-SECS TO WS-RG-MAX-SECS(WS-STEP-X)
           END-IF.

      ******************************************************************
      * Insert the night ahead of the first shorter one; the table
      * holds one spare entry so the last can fall off the end.
      ******************************************************************
       RANK-SLOW-NIGHT.
           PERFORM VARYING WS-SLOW-HIT-X FROM 1 BY 1
                   UNTIL WS-SLOW-HIT-X > WS-SLOW-COUNT
                      OR WS-SL-SECS(WS-SLOW-HIT-X) < WS-ELAPSED-SECS
               CONTINUE
           END-PERFORM
           IF WS-SLOW-HIT-X <= WS-SLOW-MAX
               IF WS-SLOW-COUNT < WS-SLOW-MAX
                   ADD 1 TO WS-SLOW-COUNT
               END-IF
               PERFORM VARYING WS-SLOW-X FROM WS-SLOW-COUNT BY -1
                       UNTIL WS-SLOW-X <= WS-SLOW-HIT-X
                   MOVE WS-SLOW-ENTRY(WS-SLOW-X - 1)
                       TO WS-SLOW-ENTRY(WS-SLOW-X)
               END-PERFORM
               MOVE WS-ELAPSED-SECS TO WS-SL-SECS(WS-SLOW-HIT-X)
               MOVE WS-RUN-X        TO WS-SL-RUN-X(WS-SLOW-HIT-X)
           END-IF.

       WRITE-STREAM-WEEKS.
           PERFORM FIT-WEEKS-ON-PAGE
           MOVE 'STREAM BY WEEK' TO SC-TEXT
           PERFORM WRITE-SECTION-TITLE
           WRITE FB-RPT-LINE FROM RPT-STREAM-WEEK-HEADING
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-STREAM-X TO WS-STEP-X
           PERFORM VARYING WS-WEEK-X FROM 1 BY 1
                   UNTIL WS-WEEK-X > WS-WEEK-COUNT
               IF WS-WK-NIGHTS(WS-WEEK-X, WS-STREAM-X) > 0
                   ADD 1 TO WS-TOT-WEEKS-DATA
               END-IF
               PERFORM WRITE-STREAM-WEEK-LINE
           END-PERFORM.

       WRITE-STREAM-WEEK-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-RPT-HEADER
               WRITE FB-RPT-LINE FROM RPT-STREAM-WEEK-HEADING
               ADD 1 TO WS-LINE-COUNT
           END-IF
           PERFORM SET-WEEK-DATE
           MOVE WS-WORK-DATE TO SW-WEEK-DATE
           MOVE WS-WK-NIGHTS(WS-WEEK-X, WS-STREAM-X) TO SW-NIGHTS
           PERFORM SET-WEEK-AVERAGE
           MOVE WS-MINUTES TO SW-AVG-MIN
           IF WS-WINDOW-MINUTES > 0
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-MINUTES * 100 / WS-WINDOW-MINUTES
           ELSE
               MOVE 0 TO WS-PCT-WORK
           END-IF
           MOVE WS-PCT-WORK TO SW-PCT-OF-LIMIT
           COMPUTE WS-MINUTES ROUNDED =
               WS-WK-MAX-SECS(WS-WEEK-X, WS-STREAM-X) / 60
           MOVE WS-MINUTES TO SW-MAX-MIN
           PERFORM SET-WEEK-RATE
           MOVE WS-RATE-WORK TO SW-RECS-PER-MIN
           IF WS-WK-NIGHTS(WS-WEEK-X, WS-STREAM-X) = 0
               MOVE SPACES TO RPT-STREAM-WEEK-LINE(16:)
           END-IF
           WRITE FB-RPT-LINE FROM RPT-STREAM-WEEK-LINE
           ADD 1 TO WS-LINE-COUNT.

       SET-WEEK-DATE.
           COMPUTE WS-DATE-INT = WS-FROM-INT + (WS-WEEK-X - 1) * 7
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

      * Average minutes for week WS-WEEK-X of series WS-STEP-X.
       SET-WEEK-AVERAGE.
           IF WS-WK-NIGHTS(WS-WEEK-X, WS-STEP-X) > 0
               COMPUTE WS-MINUTES ROUNDED =
                   WS-WK-SECS(WS-WEEK-X, WS-STEP-X)
                 / WS-WK-NIGHTS(WS-WEEK-X, WS-STEP-X) / 60
           ELSE
               MOVE 0 TO WS-MINUTES
           END-IF.

       SET-WEEK-RATE.
           IF WS-WK-SECS(WS-WEEK-X, WS-STEP-X) > 0
               COMPUTE WS-RATE-WORK ROUNDED =
                   WS-WK-RECS(WS-WEEK-X, WS-STEP-X) * 60
                 / WS-WK-SECS(WS-WEEK-X, WS-STEP-X)
           ELSE
               MOVE 0 TO WS-RATE-WORK
           END-IF.

       WRITE-STEP-MINUTES.
           PERFORM FIT-WEEKS-ON-PAGE
           MOVE 'AVERAGE ELAPSED MINUTES BY STEP AND WEEK' TO SC-TEXT
           PERFORM WRITE-SECTION-TITLE
           PERFORM WRITE-MATRIX-HEADING
           PERFORM VARYING WS-WEEK-X FROM 1 BY 1
                   UNTIL WS-WEEK-X > WS-WEEK-COUNT
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM WRITE-RPT-HEADER
                   PERFORM WRITE-MATRIX-HEADING
               END-IF
               MOVE SPACES TO RPT-MATRIX-LINE
               PERFORM SET-WEEK-DATE
               MOVE WS-WORK-DATE TO MX-WEEK-DATE
               PERFORM VARYING WS-STEP-X FROM 1 BY 1
                       UNTIL WS-STEP-X > WS-STEP-MAX
                   IF WS-WK-NIGHTS(WS-WEEK-X, WS-STEP-X) > 0
                       PERFORM SET-WEEK-AVERAGE
                       MOVE WS-MINUTES TO MX-VALUE(WS-STEP-X)
                   END-IF
               END-PERFORM
               WRITE FB-RPT-LINE FROM RPT-MATRIX-LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM.

       WRITE-STEP-RATES.
           PERFORM FIT-WEEKS-ON-PAGE
           MOVE 'RECORDS PER MINUTE BY STEP AND WEEK' TO SC-TEXT
           PERFORM WRITE-SECTION-TITLE
           PERFORM WRITE-MATRIX-HEADING
           PERFORM VARYING WS-WEEK-X FROM 1 BY 1
                   UNTIL WS-WEEK-X > WS-WEEK-COUNT
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM WRITE-RPT-HEADER
                   PERFORM WRITE-MATRIX-HEADING
               END-IF
               MOVE SPACES TO RPT-MATRIX-RATE-LINE
               PERFORM SET-WEEK-DATE
               MOVE WS-WORK-DATE TO MX-WEEK-DATE
               PERFORM VARYING WS-STEP-X FROM 1 BY 1
                       UNTIL WS-STEP-X > WS-STEP-MAX
                   IF WS-WK-NIGHTS(WS-WEEK-X, WS-STEP-X) > 0
                       PERFORM SET-WEEK-RATE
                       MOVE WS-RATE-WORK TO MR-VALUE(WS-STEP-X)
                   END-IF
               END-PERFORM
               WRITE FB-RPT-LINE FROM RPT-MATRIX-RATE-LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM.

       WRITE-MATRIX-HEADING.
           PERFORM VARYING WS-STEP-X FROM 1 BY 1
                   UNTIL WS-STEP-X > WS-STEP-MAX
               MOVE WS-STEP-NAME(WS-STEP-X) TO MH-STEP-NAME(WS-STEP-X)
           END-PERFORM
           WRITE FB-RPT-LINE FROM RPT-MATRIX-HEADING
           ADD 1 TO WS-LINE-COUNT.

       WRITE-STEP-SUMMARY.
           IF WS-LINE-COUNT + 16 > WS-LINES-PER-PAGE
               PERFORM WRITE-RPT-HEADER
           END-IF
           MOVE 'STEPS AND STREAM OVER THE RANGE' TO SC-TEXT
           PERFORM WRITE-SECTION-TITLE
           WRITE FB-RPT-LINE FROM RPT-STEP-HEADING
           ADD 1 TO WS-LINE-COUNT
           IF WS-RG-NIGHTS(WS-STREAM-X) > 0
               COMPUTE WS-STREAM-AVG-SECS ROUNDED =
                   WS-RG-SECS(WS-STREAM-X) / WS-RG-NIGHTS(WS-STREAM-X)
           END-IF
           PERFORM VARYING WS-STEP-X FROM 1 BY 1
                   UNTIL WS-STEP-X > WS-STREAM-X
               IF WS-STEP-X = WS-STREAM-X
                   WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
                   ADD 1 TO WS-LINE-COUNT
               END-IF
               PERFORM WRITE-STEP-SUMMARY-LINE
           END-PERFORM.

       WRITE-STEP-SUMMARY-LINE.
           MOVE SPACES TO RPT-STEP-LINE
           MOVE WS-STEP-NAME(WS-STEP-X) TO SS-STEP-NAME
           MOVE WS-RG-NIGHTS(WS-STEP-X) TO SS-NIGHTS
           MOVE WS-LIMIT-MINUTES(WS-STEP-X) TO SS-LIMIT
           IF WS-RG-NIGHTS(WS-STEP-X) = 0
               MOVE 'NOT RUN IN RANGE' TO SS-FORECAST
           ELSE
               COMPUTE WS-AVG-SECS ROUNDED =
                   WS-RG-SECS(WS-STEP-X) / WS-RG-NIGHTS(WS-STEP-X)
               COMPUTE WS-MINUTES ROUNDED = WS-AVG-SECS / 60
               MOVE WS-MINUTES TO SS-AVG-MIN
               COMPUTE WS-MINUTES ROUNDED =
                   WS-RG-MAX-SECS(WS-STEP-X) / 60
               MOVE WS-MINUTES TO SS-MAX-MIN
               IF WS-RG-SECS(WS-STEP-X) > 0
                   COMPUTE WS-RATE-WORK ROUNDED =
                       WS-RG-RECS(WS-STEP-X) * 60
                     / WS-RG-SECS(WS-STEP-X)
               ELSE
                   MOVE 0 TO WS-RATE-WORK
               END-IF
               MOVE WS-RATE-WORK TO SS-RECS-PER-MIN
               IF WS-STREAM-AVG-SECS > 0
                   COMPUTE WS-PCT-WORK ROUNDED =
                       WS-AVG-SECS * 100 / WS-STREAM-AVG-SECS
               ELSE
                   MOVE 0 TO WS-PCT-WORK
               END-IF
               MOVE WS-PCT-WORK TO SS-SHARE
               PERFORM FORECAST-LIMIT
           END-IF
           WRITE FB-RPT-LINE FROM RPT-STEP-LINE
           ADD 1 TO WS-LINE-COUNT.

      ******************************************************************
      * Fit a line through the weekly averages of the latest trend
      * weeks that have data, walking back from the end of the range,
      * and project where it crosses the limit. The projection runs
      * from the last day of the latest week fitted.
      ******************************************************************
       FORECAST-LIMIT.
           MOVE 0 TO WS-FIT-N
           MOVE 0 TO WS-FIT-LAST-X
           MOVE 0 TO WS-FIT-SX
           MOVE 0 TO WS-FIT-SXX
           MOVE 0 TO WS-FIT-SY
           MOVE 0 TO WS-FIT-SXY
           PERFORM VARYING WS-WEEK-X FROM WS-WEEK-COUNT BY -1
                   UNTIL WS-WEEK-X < 1
                      OR WS-FIT-N >= WS-TREND-WEEKS
               IF WS-WK-NIGHTS(WS-WEEK-X, WS-STEP-X) > 0
                   IF WS-FIT-LAST-X = 0
                       MOVE WS-WEEK-X TO WS-FIT-LAST-X
                   END-IF
                   ADD 1 TO WS-FIT-N
                   COMPUTE WS-FIT-Y ROUNDED =
                       WS-WK-SECS(WS-WEEK-X, WS-STEP-X)
                     / WS-WK-NIGHTS(WS-WEEK-X, WS-STEP-X)
                   ADD WS-WEEK-X TO WS-FIT-SX
                   COMPUTE WS-FIT-SXX = WS-FIT-SXX
                       + WS-WEEK-X * WS-WEEK-X
                   ADD WS-FIT-Y TO WS-FIT-SY
                   COMPUTE WS-FIT-SXY = WS-FIT-SXY
                       + WS-WEEK-X * WS-FIT-Y
               END-IF
           END-PERFORM
           COMPUTE WS-FIT-DENOM =
               WS-FIT-N * WS-FIT-SXX - WS-FIT-SX * WS-FIT-SX
           IF WS-FIT-N < 2 OR WS-FIT-DENOM = 0
               MOVE 'TOO FEW WEEKS TO TREND' TO SS-FORECAST
           ELSE
               COMPUTE WS-FIT-SLOPE ROUNDED =
                   (WS-FIT-N * WS-FIT-SXY - WS-FIT-SX * WS-FIT-SY)
                 / WS-FIT-DENOM
               COMPUTE WS-FIT-NOW ROUNDED =
                   WS-FIT-SY / WS-FIT-N
                 + WS-FIT-SLOPE * (WS-FIT-LAST-X - WS-FIT-SX / WS-FIT-N)
               IF WS-FIT-NOW < 0
                   MOVE 0 TO WS-FIT-NOW
               END-IF
               COMPUTE SS-GROWTH ROUNDED = WS-FIT-SLOPE / 60
               COMPUTE WS-MINUTES ROUNDED = WS-FIT-NOW / 60
               MOVE WS-MINUTES TO SS-NOW-MIN
               COMPUTE WS-LIMIT-SECS =
                   WS-LIMIT-MINUTES(WS-STEP-X) * 60
               EVALUATE TRUE
                   WHEN WS-FIT-NOW >= WS-LIMIT-SECS
                       MOVE 'ALREADY AT LIMIT' TO SS-FORECAST
                       PERFORM RAISE-LIMIT-WARNING
                   WHEN WS-FIT-SLOPE <= 0
                       MOVE 'NOT GROWING' TO SS-FORECAST
                   WHEN OTHER
                       PERFORM PROJECT-LIMIT-DATE
               END-EVALUATE
           END-IF.

       PROJECT-LIMIT-DATE.
           COMPUTE WS-WEEKS-TO-LIMIT ROUNDED =
               (WS-LIMIT-SECS - WS-FIT-NOW) / WS-FIT-SLOPE
           IF WS-WEEKS-TO-LIMIT > 520
               MOVE 'NOT WITHIN 10 YEARS' TO SS-FORECAST
           ELSE
               COMPUTE WS-DAYS-TO-LIMIT ROUNDED =
                   WS-WEEKS-TO-LIMIT * 7
               COMPUTE WS-DATE-INT =
                   WS-FROM-INT + WS-FIT-LAST-X * 7 - 1
                 + WS-DAYS-TO-LIMIT
               COMPUTE WS-BREACH-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               COMPUTE WS-BREACH-WEEKS ROUNDED = WS-WEEKS-TO-LIMIT
               MOVE WS-BREACH-DATE  TO FD-DATE
               MOVE WS-BREACH-WEEKS TO FD-WEEKS
               MOVE WS-FORECAST-DATE-TEXT TO SS-FORECAST
               IF WS-WEEKS-TO-LIMIT <= WS-WARN-WEEKS
                   PERFORM RAISE-LIMIT-WARNING
               END-IF
           END-IF.

       RAISE-LIMIT-WARNING.
           MOVE '**' TO SS-FLAG
           ADD 1 TO WS-TOT-WARNINGS
           SET WS-WARNING TO TRUE.

       WRITE-SLOWEST-NIGHTS.
           IF WS-LINE-COUNT + WS-SLOW-COUNT + 4 > WS-LINES-PER-PAGE
               PERFORM WRITE-RPT-HEADER
           END-IF
           MOVE 'SLOWEST NIGHTS' TO SC-TEXT
           PERFORM WRITE-SECTION-TITLE
           WRITE FB-RPT-LINE FROM RPT-SLOW-HEADING
           ADD 1 TO WS-LINE-COUNT
           PERFORM VARYING WS-SLOW-X FROM 1 BY 1
                   UNTIL WS-SLOW-X > WS-SLOW-COUNT
               PERFORM WRITE-SLOW-LINE
           END-PERFORM.

       WRITE-SLOW-LINE.
           MOVE WS-SL-RUN-X(WS-SLOW-X) TO WS-RUN-X
           MOVE WS-SLOW-X                  TO SN-RANK
           MOVE WS-RN-NIGHT-DATE(WS-RUN-X) TO SN-NIGHT-DATE
           MOVE WS-RN-RUN-NUMBER(WS-RUN-X) TO SN-RUN-NUMBER
           MOVE WS-RN-START-TIME(WS-RUN-X) TO SN-START-TIME
           MOVE WS-RN-END-TIME(WS-RUN-X)   TO SN-END-TIME
           COMPUTE WS-MINUTES ROUNDED = WS-SL-SECS(WS-SLOW-X) / 60
           MOVE WS-MINUTES TO SN-ELAPSED-MIN
           MOVE 0 TO WS-STEP-HIT-X
           MOVE 0 TO WS-ELAPSED-SECS
           PERFORM VARYING WS-STEP-X FROM 1 BY 1
                   UNTIL WS-STEP-X > WS-STEP-MAX
               IF WS-RN-STEP-LOGGED(WS-RUN-X, WS-STEP-X)
                AND (WS-STEP-HIT-X = 0
                 OR WS-RN-STEP-SECS(WS-RUN-X, WS-STEP-X) >
                    WS-ELAPSED-SECS)
                   MOVE WS-STEP-X TO WS-STEP-HIT-X
                   MOVE WS-RN-STEP-SECS(WS-RUN-X, WS-STEP-X)
                       TO WS-ELAPSED-SECS
               END-IF
           END-PERFORM
           IF WS-STEP-HIT-X = 0
               MOVE SPACES TO SN-SLOW-STEP
               MOVE 0 TO SN-STEP-MIN
           ELSE
               MOVE WS-STEP-NAME(WS-STEP-HIT-X) TO SN-SLOW-STEP
               COMPUTE WS-MINUTES ROUNDED = WS-ELAPSED-SECS / 60
               MOVE WS-MINUTES TO SN-STEP-MIN
           END-IF
           WRITE FB-RPT-LINE FROM RPT-SLOW-LINE
           ADD 1 TO WS-LINE-COUNT.

      * Start a week-by-week block on a fresh page unless the whole
      * block fits on this one.
       FIT-WEEKS-ON-PAGE.
           IF WS-LINE-COUNT > 3
            AND WS-LINE-COUNT + WS-WEEK-COUNT + 4 > WS-LINES-PER-PAGE
               PERFORM WRITE-RPT-HEADER
           END-IF.

       WRITE-SECTION-TITLE.
           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               PERFORM WRITE-RPT-HEADER
           END-IF
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           WRITE FB-RPT-LINE FROM RPT-SECTION-LINE
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           ADD 3 TO WS-LINE-COUNT.

       WRITE-RPT-HEADER.
           IF WS-LINE-COUNT NOT = 0
               ADD 1 TO WS-PAGE-NO
           END-IF
           MOVE WS-JOB-NAME       TO H1-JOB-NAME
           MOVE WS-STEP-NAME-OWN  TO H1-STEP-NAME
           MOVE WS-RUN-MM         TO H1-RUN-MM
           MOVE WS-RUN-DD         TO H1-RUN-DD
           MOVE WS-RUN-YYYY       TO H1-RUN-YYYY
           MOVE WS-PAGE-NO        TO H1-PAGE-NO
           MOVE WS-FROM-DATE      TO PL-FROM-DATE
           MOVE WS-TO-DATE        TO PL-TO-DATE
           MOVE WS-WINDOW-MINUTES TO PL-WINDOW-MINUTES
           MOVE WS-WARN-WEEKS     TO PL-WARN-WEEKS
           MOVE WS-TREND-WEEKS    TO PL-TREND-WEEKS
           WRITE FB-RPT-LINE FROM RPT-HEADER-LINE-1
           WRITE FB-RPT-LINE FROM RPT-HEADER-LINE-2
           WRITE FB-RPT-LINE FROM RPT-PERIOD-LINE
           MOVE 3 TO WS-LINE-COUNT.

       WRITE-TREND-TOTALS.
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           MOVE 'FBSTMLOG RECORDS READ'         TO TL-LABEL
           MOVE WS-TOT-LOG-IN                   TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'RECORDS IN OR NEXT TO THE RANGE' TO TL-LABEL
           MOVE WS-TOT-IN-RANGE                 TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'RECORDS FOR OTHER STEPS'       TO TL-LABEL
           MOVE WS-TOT-OTHER-STEP               TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'UNREADABLE RECORDS SKIPPED'    TO TL-LABEL
           MOVE WS-TOT-BAD-RECORDS              TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'NIGHTS (RUNS) IN THE RANGE'    TO TL-LABEL
           MOVE WS-TOT-NIGHTS                   TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'NIGHTS STARTED OUTSIDE THE RANGE' TO TL-LABEL
           MOVE WS-TOT-EDGE-NIGHTS              TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'WEEKS WITH DATA'               TO TL-LABEL
           MOVE WS-TOT-WEEKS-DATA               TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'LIMITS REACHED WITHIN WARNING'  TO TL-LABEL
           MOVE WS-TOT-WARNINGS                 TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE.
