       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBMSTCLS.
      ******************************************************************
      * FBMSTCLS - month-end close of the classification master. Run
      * once a month after the month's last nightly stream (and
      * before the next month's first), it takes a frozen, dated
      * snapshot of FBMASTO onto FBSNAPN (see FBSNPREC; the JCL dates
      * each month's snapshot dataset and audit keeps them) and
      * match-merges the master against the prior month-end snapshot
      * on FBSNAPO, by master key, to print the period-close report
      * on FBCLSRPT:
      *   - every key whose class code differs from its code at the
      *     prior month end, with that prior code and text
      *   - the population by class code: opening, keys first
      *     classified this month, other keys not on the opening
      *     snapshot, keys changed in and out of the class, keys no
      *     longer on the master, and closing
      *   - keys not classified for 3, 6 and 12 months by class code,
      *     by calendar months from the last-classified date to the
      *     period (as FBHSTPRG ages its records)
      *   - the class changes summed by prior and new code
      *   - the reconciliation of the opening population plus the
      *     keys first classified this month to the closing count,
      *     with the keys that make up any difference
      *   - the period's figures beside the prior period's, worked
      *     from the prior snapshot, so movement is visible without
      *     rerunning history
      * A key that changed class and changed back within the month
      * is not a change between month ends; it is counted in the
      * control totals only. When there is no prior snapshot (the
      * first close) the whole master is shown as new and the
      * changes listed are those whose FB-MAST-CHANGE-DATE falls in
      * the month, from FB-MAST-PRIOR-CODE. The change date is kept
      * when a later run classifies the key again without a change,
      * so it - not FB-MAST-CHANGE-FLAG, which FBMSTUPD resets on
      * that run - decides every "changed in the month" figure; a
      * zero change date means the key has never changed class.
      * The FBCLSPRM card gives the period (positions 1-6, YYYYMM); a
      * blank field, or no card, takes the calendar month before the
      * run date.
      * The prior snapshot must be complete - header, details in key
      * order, and a trailer whose count and hash agree - and must
      * be for an earlier period; one for other than the month
      * before is compared against but warned of.
      * Return codes: 00 closed and reconciled, 04 closed with
      * warnings (no prior snapshot, prior snapshot not for the
      * month before, opening plus first classified does not equal
      * closing, or master records classified after the period end),
      * 16 bad card, master not found, prior snapshot incomplete or
      * not for an earlier period, keys out of sequence, or open
      * failure.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FB-CLS-PARM-FILE ASSIGN TO "FBCLSPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT FB-MAST-FILE ASSIGN TO "FBMASTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAST-FILE-STATUS.
           SELECT FB-PRIOR-SNAP-FILE ASSIGN TO "FBSNAPO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-FILE-STATUS.
           SELECT FB-NEW-SNAP-FILE ASSIGN TO "FBSNAPN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.
           SELECT FBMSTCLS-RPT ASSIGN TO "FBCLSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FB-CLS-PARM-FILE.
       01  FB-CLS-PARM-RECORD.
           05  FB-CLS-PERIOD           PIC 9(6).

       FD  FB-MAST-FILE.
       COPY FBMASTER.

       FD  FB-PRIOR-SNAP-FILE.
       01  FB-PRIOR-SNAP-RECORD        PIC X(59).

       FD  FB-NEW-SNAP-FILE.
       COPY FBSNPREC.

       FD  FBMSTCLS-RPT.
       01  FB-RPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-MAST-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-PRIOR-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-SNAP-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2) VALUE '00'.

       01  WS-MAST-EOF-SW              PIC X(1) VALUE 'N'.
           88  WS-MAST-EOF             VALUE 'Y'.
       01  WS-PRIOR-SW                 PIC X(1) VALUE 'N'.
           88  WS-PRIOR-PRESENT        VALUE 'Y'.
       01  WS-PRIOR-TRAILER-SW         PIC X(1) VALUE 'N'.
           88  WS-PRIOR-TRAILER-READ   VALUE 'Y'.
       01  WS-PRIOR-GAP-SW             PIC X(1) VALUE 'N'.
           88  WS-PRIOR-GAP            VALUE 'Y'.

       01  WS-MAST-KEY                 PIC X(21) VALUE HIGH-VALUES.
       01  WS-PRIOR-KEY                PIC X(21) VALUE HIGH-VALUES.
       01  WS-LAST-MAST-KEY            PIC X(21) VALUE LOW-VALUES.
       01  WS-LAST-PRIOR-KEY           PIC X(21) VALUE LOW-VALUES.

      * The prior month-end snapshot record (FBSNPREC layout).
       01  WS-PRIOR-SNAP.
           05  WS-PS-RECORD-TYPE       PIC X(1).
               88  WS-PS-HEADER        VALUE 'H'.
               88  WS-PS-DETAIL        VALUE 'D'.
               88  WS-PS-TRAILER       VALUE 'T'.
           05  WS-PS-MASTER.
               10  WS-PS-KEY.
                   15  WS-PS-NUMBER    PIC 9(9).
                   15  WS-PS-SOURCE-KEY
                                       PIC X(12).
               10  WS-PS-CLASS-CODE    PIC X(1).
               10  WS-PS-CLASS-TEXT    PIC X(10).
               10  WS-PS-FIRST-DATE    PIC 9(8).
               10  WS-PS-LAST-DATE     PIC 9(8).
               10  WS-PS-PRIOR-CODE    PIC X(1).
               10  WS-PS-CHANGE-FLAG   PIC X(1).
               10  WS-PS-CHANGE-DATE   PIC 9(8).
           05  WS-PS-HEADER-DATA REDEFINES WS-PS-MASTER.
               10  WS-PS-PERIOD        PIC 9(6).
               10  WS-PS-PERIOD-END    PIC 9(8).
               10  WS-PS-TAKEN-DATE    PIC 9(8).
               10  WS-PS-TAKEN-TIME    PIC 9(8).
               10  FILLER              PIC X(28).
           05  WS-PS-TRAILER-DATA REDEFINES WS-PS-MASTER.
               10  WS-PS-RECORD-COUNT  PIC 9(9).
               10  WS-PS-HASH-TOTAL    PIC 9(18).
               10  FILLER              PIC X(31).

       01  WS-PRIOR-TRL-COUNT          PIC 9(9) VALUE 0.
       01  WS-PRIOR-TRL-HASH           PIC 9(18) VALUE 0.
       01  WS-PRIOR-HASH               PIC 9(18) VALUE 0.
       01  WS-HASH-TOTAL               PIC 9(18) VALUE 0.

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
       01  WS-NEXT-MONTH-X.
           05 WS-NEXT-YYYY             PIC 9(4).
           05 WS-NEXT-MM               PIC 9(2).
       01  WS-NEXT-MONTH REDEFINES WS-NEXT-MONTH-X
                                       PIC 9(6).
       01  WS-PERIOD-END               PIC 9(8) VALUE 0.
       01  WS-DATE-INT                 PIC 9(7) VALUE 0.
       01  WS-WORK-DATE                PIC 9(8) VALUE 0.

      ******************************************************************
      * Population by class code: entries 1-9 are class codes '1'-'9',
      * 10 is 'C', 11 is 'N' and 12 catches anything else (blank or
      * damaged codes), as FBRECLAS keeps its class mix. The label is
      * the class text last seen on the master for the code. Keys not
      * classified for 3, 6 and 12 months are counted by closing
      * class, and class changes by prior (this entry) and new code.
      ******************************************************************
       01  WS-MIX-X                    PIC 9(2) VALUE 0.
       01  WS-MIX-TO-X                 PIC 9(2) VALUE 0.
       01  WS-MIX-FROM-X               PIC 9(2) VALUE 0.
       01  WS-MIX-CODE                 PIC X(1).
       01  WS-MIX-DIGIT-X.
           05  WS-MIX-DIGIT            PIC 9(1).
       01  WS-MIX-TABLE.
           05  WS-MIX-ENTRY OCCURS 12 TIMES.
               10  WS-MX-LABEL         PIC X(10).
               10  WS-MX-OPENING       PIC 9(9).
               10  WS-MX-ADDED         PIC 9(9).
               10  WS-MX-OTHER-NEW     PIC 9(9).
               10  WS-MX-CHANGED-IN    PIC 9(9).
               10  WS-MX-CHANGED-OUT   PIC 9(9).
               10  WS-MX-REMOVED       PIC 9(9).
               10  WS-MX-CLOSING       PIC 9(9).
               10  WS-MX-DORMANT       PIC 9(9) OCCURS 3 TIMES.
               10  WS-MX-PAIR          PIC 9(9) OCCURS 12 TIMES.

       01  WS-DORMANT-LIMITS.
           05  FILLER                  PIC 9(2) VALUE 3.
           05  FILLER                  PIC 9(2) VALUE 6.
           05  FILLER                  PIC 9(2) VALUE 12.
       01  WS-DORMANT-TABLE REDEFINES WS-DORMANT-LIMITS.
           05  WS-DORMANT-MONTHS       PIC 9(2) OCCURS 3 TIMES.
       01  WS-DORMANT-X                PIC 9(1) VALUE 0.
       01  WS-DORMANT-FLAGS.
           05  WS-DORMANT-FLAG         PIC X(1) OCCURS 3 TIMES.

      ******************************************************************
      * The period's figures (1) and the prior period's (2), the
      * latter worked from the prior snapshot against its own period.
      ******************************************************************
       01  WS-PF-X                     PIC 9(1) VALUE 0.
       01  WS-PERIOD-FIGURES.
           05  WS-PF OCCURS 2 TIMES.
               10  WS-PF-PERIOD        PIC 9(6).
               10  WS-PF-START         PIC 9(8).
               10  WS-PF-END           PIC 9(8).
               10  WS-PF-BASE-MONTHS   PIC 9(7).
               10  WS-PF-POPULATION    PIC 9(9).
               10  WS-PF-FIRST-CLASSIFIED
                                       PIC 9(9).
               10  WS-PF-CHANGED       PIC 9(9).
               10  WS-PF-DORMANT       PIC 9(9) OCCURS 3 TIMES.

      * The dates of the record being tallied.
       01  WS-TALLY-FIRST-DATE         PIC 9(8) VALUE 0.
       01  WS-TALLY-CHANGE-DATE        PIC 9(8) VALUE 0.
       01  WS-TALLY-LAST-DATE-X.
           05 WS-TALLY-LAST-YYYY       PIC 9(4).
           05 WS-TALLY-LAST-MM         PIC 9(2).
           05 WS-TALLY-LAST-DD         PIC 9(2).
       01  WS-TALLY-LAST-DATE REDEFINES WS-TALLY-LAST-DATE-X
                                       PIC 9(8).
       01  WS-AGE-MONTHS               PIC S9(7) VALUE 0.

       01  WS-DIFFERENCE               PIC S9(10) VALUE 0.
       01  WS-DIFFERENCE-ED            PIC -(9)9.
       01  WS-EXPECTED-CLOSING         PIC 9(10) VALUE 0.
       01  WS-PCT-WORK                 PIC 9(3)V9 VALUE 0.
       01  WS-COUNT-CHANGE             PIC S9(10) VALUE 0.
       01  WS-CHANGE-PRIOR-CODE        PIC X(1) VALUE SPACE.
       01  WS-CHANGE-PRIOR-TEXT        PIC X(10) VALUE SPACES.

       01  WS-CLS-TOTALS.
           05 WS-TOT-MAST-IN           PIC 9(9) VALUE 0.
           05 WS-TOT-PRIOR-IN          PIC 9(9) VALUE 0.
           05 WS-TOT-SNAP-OUT          PIC 9(9) VALUE 0.
           05 WS-TOT-ADDED             PIC 9(9) VALUE 0.
           05 WS-TOT-OTHER-NEW         PIC 9(9) VALUE 0.
           05 WS-TOT-REMOVED           PIC 9(9) VALUE 0.
           05 WS-TOT-CHANGED           PIC 9(9) VALUE 0.
           05 WS-TOT-CHANGED-BACK      PIC 9(9) VALUE 0.
           05 WS-TOT-AFTER-END         PIC 9(9) VALUE 0.

       01  WS-RUN-DATE.
           05 WS-RUN-YYYY              PIC 9(4).
           05 WS-RUN-MM                PIC 9(2).
           05 WS-RUN-DD                PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                       PIC 9(8).
       01  WS-RUN-TIME                 PIC 9(8) VALUE 0.

       01  WS-JOB-NAME                 PIC X(8) VALUE 'FBMSTCLS'.
       01  WS-STEP-NAME                PIC X(8) VALUE 'STEP01'.
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
               'MONTH-END MASTER SNAPSHOT AND PERIOD CLOSE'.

       01  RPT-BLANK-LINE              PIC X(1) VALUE SPACE.

       01  RPT-PERIOD-LINE.
           05 FILLER                   PIC X(8)  VALUE 'PERIOD: '.
           05 PL-PERIOD                PIC 9(6).
           05 FILLER                   PIC X(14) VALUE
               '  PERIOD END: '.
           05 PL-PERIOD-END            PIC 9(8).
           05 FILLER                   PIC X(18) VALUE
               '  PRIOR SNAPSHOT: '.
           05 PL-PRIOR-PERIOD          PIC X(6).
           05 FILLER                   PIC X(18) VALUE
               '  SNAPSHOT TAKEN: '.
           05 PL-TAKEN-DATE            PIC 9(8).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 PL-TAKEN-TIME            PIC 9(6).

       01  RPT-SECTION-LINE.
           05 SC-TEXT                  PIC X(60).

       01  RPT-CHANGE-HEADING.
           05 FILLER                   PIC X(11) VALUE 'FB-NUMBER'.
           05 FILLER                   PIC X(14) VALUE 'SOURCE KEY'.
           05 FILLER                   PIC X(7)  VALUE 'PRIOR'.
           05 FILLER                   PIC X(12) VALUE 'PRIOR TEXT'.
           05 FILLER                   PIC X(7)  VALUE 'NEW'.
           05 FILLER                   PIC X(12) VALUE 'NEW TEXT'.
           05 FILLER                   PIC X(10) VALUE 'CHANGED ON'.

       01  RPT-CHANGE-LINE.
           05 CK-NUMBER                PIC 9(9).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 CK-SOURCE-KEY            PIC X(12).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 CK-PRIOR-CODE            PIC X(1).
           05 FILLER                   PIC X(6)  VALUE SPACES.
           05 CK-PRIOR-TEXT            PIC X(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 CK-NEW-CODE              PIC X(1).
           05 FILLER                   PIC X(6)  VALUE SPACES.
           05 CK-NEW-TEXT              PIC X(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 CK-CHANGE-DATE           PIC 9(8).

       01  RPT-NO-CHANGE-LINE.
           05 FILLER                   PIC X(40) VALUE
               'NO CLASS CHANGES THIS MONTH'.

       01  RPT-POP-HEADING-1.
           05 FILLER                   PIC X(19) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE '      FIRST'.
           05 FILLER                   PIC X(11) VALUE '      OTHER'.
           05 FILLER                   PIC X(11) VALUE '    CHANGED'.
           05 FILLER                   PIC X(11) VALUE '    CHANGED'.
           05 FILLER                   PIC X(11) VALUE '  NO LONGER'.
       01  RPT-POP-HEADING-2.
           05 FILLER                   PIC X(7)  VALUE 'CLASS'.
           05 FILLER                   PIC X(12) VALUE 'LABEL'.
           05 FILLER                   PIC X(11) VALUE '    OPENING'.
           05 FILLER                   PIC X(11) VALUE ' CLASSIFIED'.
           05 FILLER                   PIC X(11) VALUE '   NEW KEYS'.
           05 FILLER                   PIC X(11) VALUE '         IN'.
           05 FILLER                   PIC X(11) VALUE '        OUT'.
           05 FILLER                   PIC X(11) VALUE '  ON MASTER'.
           05 FILLER                   PIC X(11) VALUE '    CLOSING'.
           05 FILLER                   PIC X(11) VALUE '   MOVEMENT'.
           05 FILLER                   PIC X(8)  VALUE '   SHARE'.

       01  RPT-POP-LINE.
           05 PP-CODE                  PIC X(5).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 PP-LABEL                 PIC X(12).
           05 PP-OPENING               PIC Z(9)9.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 PP-ADDED                 PIC Z(9)9.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 PP-OTHER-NEW             PIC Z(9)9.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 PP-CHANGED-IN            PIC Z(9)9.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 PP-CHANGED-OUT           PIC Z(9)9.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 PP-REMOVED               PIC Z(9)9.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 PP-CLOSING               PIC Z(9)9.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 PP-MOVEMENT              PIC -(9)9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 PP-SHARE                 PIC ZZ9.9.

       01  RPT-DORMANT-HEADING-1.
           05 FILLER                   PIC X(30) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE
               '   -----------------------  NO'.
           05 FILLER                   PIC X(30) VALUE
               'T CLASSIFIED FOR  ------------'.
       01  RPT-DORMANT-HEADING-2.
           05 FILLER                   PIC X(7)  VALUE 'CLASS'.
           05 FILLER                   PIC X(12) VALUE 'LABEL'.
           05 FILLER                   PIC X(11) VALUE '    CLOSING'.
           05 FILLER                   PIC X(20) VALUE
               '    3+ MONTHS    PCT'.
           05 FILLER                   PIC X(20) VALUE
               '    6+ MONTHS    PCT'.
           05 FILLER                   PIC X(20) VALUE
               '   12+ MONTHS    PCT'.

       01  RPT-DORMANT-LINE.
           05 PD-CODE                  PIC X(5).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 PD-LABEL                 PIC X(12).
           05 PD-CLOSING               PIC Z(9)9.
           05 PD-CELL OCCURS 3 TIMES.
               10 FILLER               PIC X(3)  VALUE SPACES.
               10 PD-DORMANT           PIC Z(9)9.
               10 FILLER               PIC X(2)  VALUE SPACES.
               10 PD-PCT               PIC ZZ9.9.

       01  RPT-PAIR-HEADING.
           05 FILLER                   PIC X(7)  VALUE 'PRIOR'.
           05 FILLER                   PIC X(12) VALUE 'LABEL'.
           05 FILLER                   PIC X(7)  VALUE 'NEW'.
           05 FILLER                   PIC X(12) VALUE 'LABEL'.
           05 FILLER                   PIC X(10) VALUE '      KEYS'.

       01  RPT-PAIR-LINE.
           05 PR-FROM-CODE             PIC X(5).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 PR-FROM-LABEL            PIC X(12).
           05 PR-TO-CODE               PIC X(5).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 PR-TO-LABEL              PIC X(12).
           05 PR-KEYS                  PIC Z(9)9.

       01  RPT-RECON-LINE.
           05 RL-LABEL                 PIC X(50).
           05 RL-AMOUNT                PIC -(9)9.

       01  RPT-RECON-STATUS-LINE.
           05 RS-TEXT                  PIC X(60).

       01  RPT-COMPARE-HEADING.
           05 FILLER                   PIC X(34) VALUE 'MEASURE'.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 CH-PRIOR-PERIOD          PIC X(6).
           05 FILLER                   PIC X(6)  VALUE SPACES.
           05 CH-THIS-PERIOD           PIC 9(6).
           05 FILLER                   PIC X(12) VALUE '      CHANGE'.

       01  RPT-COMPARE-LINE.
           05 CP-LABEL                 PIC X(34).
           05 CP-PRIOR                 PIC Z(9)9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 CP-THIS                  PIC Z(9)9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 CP-CHANGE                PIC -(9)9.

       01  RPT-NO-PRIOR-LINE.
           05 FILLER                   PIC X(50) VALUE
               'NO PRIOR MONTH-END SNAPSHOT TO COMPARE AGAINST'.

       01  RPT-TOTALS-LINE.
           05 TL-LABEL                 PIC X(34).
           05 TL-COUNT                 PIC Z(8)9.

       01  RPT-HASH-LINE.
           05 HL-LABEL                 PIC X(34).
           05 HL-HASH                  PIC 9(18).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           INITIALIZE WS-MIX-TABLE
           INITIALIZE WS-PERIOD-FIGURES
           PERFORM READ-CLOSE-PARM
           PERFORM OPEN-FILES
           PERFORM WRITE-RPT-HEADER
           MOVE 'KEYS WHOSE CLASS CHANGED THIS MONTH' TO SC-TEXT
           PERFORM WRITE-SECTION-TITLE
           WRITE FB-RPT-LINE FROM RPT-CHANGE-HEADING
           ADD 1 TO WS-LINE-COUNT
           PERFORM WRITE-SNAPSHOT-HEADER
           PERFORM READ-MASTER
           PERFORM READ-PRIOR-SNAPSHOT
           PERFORM UNTIL WS-MAST-KEY = HIGH-VALUES
                     AND WS-PRIOR-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-MAST-KEY < WS-PRIOR-KEY
                       PERFORM CLOSE-NEW-KEY
                       PERFORM READ-MASTER
                   WHEN WS-MAST-KEY > WS-PRIOR-KEY
                       PERFORM CLOSE-REMOVED-KEY
                       PERFORM READ-PRIOR-SNAPSHOT
                   WHEN OTHER
                       PERFORM CLOSE-MATCHED-KEY
                       PERFORM READ-MASTER
                       PERFORM READ-PRIOR-SNAPSHOT
               END-EVALUATE
           END-PERFORM
           PERFORM WRITE-SNAPSHOT-TRAILER
           PERFORM CHECK-PRIOR-TRAILER
           PERFORM WRITE-CLOSE-REPORT
           PERFORM CLOSE-FILES
           PERFORM SET-CLOSE-RETURN-CODE
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       READ-CLOSE-PARM.
           COMPUTE WS-THIS-MONTH = WS-RUN-YYYY * 100 + WS-RUN-MM
           PERFORM STEP-BACK-ONE-MONTH
           MOVE WS-PRIOR-MONTH TO WS-THIS-MONTH
           OPEN INPUT FB-CLS-PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ FB-CLS-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-CLOSE-PARM
               END-READ
               CLOSE FB-CLS-PARM-FILE
           ELSE
               DISPLAY 'FBMSTCLS: NO FBCLSPRM CARD - CLOSING THE '
                   'PRIOR MONTH'
           END-IF
           PERFORM STEP-BACK-ONE-MONTH
           PERFORM SET-PERIOD-END.

      * A blank period keeps the default; anything else must be a
      * real YYYYMM month.
       APPLY-CLOSE-PARM.
           IF FB-CLS-PARM-RECORD(1:6) NOT = SPACES
               IF FB-CLS-PERIOD NOT NUMERIC
                   DISPLAY 'FBMSTCLS: INVALID FBCLSPRM PERIOD - MUST '
                       'BE YYYYMM'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FB-CLS-PERIOD TO WS-THIS-MONTH
               IF WS-THIS-MM < 1 OR WS-THIS-MM > 12
                OR WS-THIS-YYYY < 1601
                   DISPLAY 'FBMSTCLS: INVALID FBCLSPRM PERIOD - MUST '
                       'BE YYYYMM'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       STEP-BACK-ONE-MONTH.
           IF WS-THIS-MM = 1
               COMPUTE WS-PRIOR-YYYY = WS-THIS-YYYY - 1
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               MOVE WS-THIS-YYYY TO WS-PRIOR-YYYY
               COMPUTE WS-PRIOR-MM = WS-THIS-MM - 1
           END-IF.

      ******************************************************************
      * The period ends the day before the first of the next month.
      * The prior period defaults to the month before until the
      * prior snapshot's header says otherwise.
      ******************************************************************
       SET-PERIOD-END.
           IF WS-THIS-MM = 12
               COMPUTE WS-NEXT-YYYY = WS-THIS-YYYY + 1
               MOVE 1 TO WS-NEXT-MM
           ELSE
               MOVE WS-THIS-YYYY TO WS-NEXT-YYYY
               COMPUTE WS-NEXT-MM = WS-THIS-MM + 1
           END-IF
           COMPUTE WS-WORK-DATE = WS-NEXT-MONTH * 100 + 1
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
           COMPUTE WS-PERIOD-END =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-THIS-MONTH TO WS-PF-PERIOD(1)
           COMPUTE WS-PF-START(1) = WS-THIS-MONTH * 100 + 1
           MOVE WS-PERIOD-END TO WS-PF-END(1)
           COMPUTE WS-PF-BASE-MONTHS(1) =
               WS-THIS-YYYY * 12 + WS-THIS-MM
           MOVE WS-PRIOR-MONTH TO WS-PF-PERIOD(2)
           COMPUTE WS-PF-START(2) = WS-PRIOR-MONTH * 100 + 1
           COMPUTE WS-WORK-DATE = WS-PF-START(1)
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
           COMPUTE WS-PF-END(2) =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           COMPUTE WS-PF-BASE-MONTHS(2) =
               WS-PRIOR-YYYY * 12 + WS-PRIOR-MM.

       OPEN-FILES.
           OPEN INPUT FB-MAST-FILE
           IF WS-MAST-FILE-STATUS NOT = '00'
               DISPLAY 'FBMSTCLS: FBMASTO MASTER NOT FOUND, '
                   'STATUS=' WS-MAST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FB-PRIOR-SNAP-FILE
           IF WS-PRIOR-FILE-STATUS = '00'
               SET WS-PRIOR-PRESENT TO TRUE
               PERFORM READ-PRIOR-HEADER
           ELSE
               DISPLAY 'FBMSTCLS: NO FBSNAPO PRIOR SNAPSHOT - FIRST '
                   'CLOSE, NO OPENING POPULATION'
           END-IF
           OPEN OUTPUT FB-NEW-SNAP-FILE
           IF WS-SNAP-FILE-STATUS NOT = '00'
               DISPLAY 'FBMSTCLS: UNABLE TO OPEN FBSNAPN SNAPSHOT '
                   'FILE, STATUS=' WS-SNAP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FBMSTCLS-RPT
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'FBMSTCLS: UNABLE TO OPEN FBCLSRPT REPORT '
                   'FILE, STATUS=' WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * The prior snapshot must start with its header and be for an
      * earlier period. One for other than the month before - a
      * close missed - is still compared against, with a warning.
      ******************************************************************
       READ-PRIOR-HEADER.
           READ FB-PRIOR-SNAP-FILE INTO WS-PRIOR-SNAP
               AT END
                   MOVE SPACES TO WS-PRIOR-SNAP
           END-READ
           IF NOT WS-PS-HEADER
            OR WS-PS-PERIOD NOT NUMERIC
            OR WS-PS-PERIOD-END NOT NUMERIC
               DISPLAY 'FBMSTCLS: FBSNAPO PRIOR SNAPSHOT HAS NO '
                   'HEADER - NOT A MONTH-END SNAPSHOT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PS-PERIOD NOT < WS-THIS-MONTH
               DISPLAY 'FBMSTCLS: FBSNAPO PRIOR SNAPSHOT IS FOR '
                   WS-PS-PERIOD ', NOT A PERIOD BEFORE '
                   WS-THIS-MONTH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PS-PERIOD NOT = WS-PRIOR-MONTH
               SET WS-PRIOR-GAP TO TRUE
               DISPLAY 'FBMSTCLS: FBSNAPO PRIOR SNAPSHOT IS FOR '
                   WS-PS-PERIOD ', NOT ' WS-PRIOR-MONTH
                   ' - COMPARED AGAINST AS FOUND'
               MOVE WS-PS-PERIOD TO WS-PRIOR-MONTH
           END-IF
           MOVE WS-PS-PERIOD TO WS-PF-PERIOD(2)
           COMPUTE WS-PF-START(2) = WS-PS-PERIOD * 100 + 1
           MOVE WS-PS-PERIOD-END TO WS-PF-END(2)
           COMPUTE WS-PF-BASE-MONTHS(2) =
               WS-PRIOR-YYYY * 12 + WS-PRIOR-MM.

       READ-MASTER.
           READ FB-MAST-FILE
               AT END
                   SET WS-MAST-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-MAST-KEY
               NOT AT END
                   ADD 1 TO WS-TOT-MAST-IN
                   MOVE FB-MAST-KEY TO WS-MAST-KEY
                   IF WS-MAST-KEY NOT > WS-LAST-MAST-KEY
                       DISPLAY 'FBMSTCLS: FBMASTO MASTER OUT OF KEY '
                           'SEQUENCE AT ' WS-MAST-KEY
                       PERFORM ABANDON-CLOSE
                   END-IF
                   MOVE WS-MAST-KEY TO WS-LAST-MAST-KEY
           END-READ.

      ******************************************************************
      * Details up to the trailer; the trailer's count and hash are
      * kept for CHECK-PRIOR-TRAILER. With no prior snapshot every
      * master key is new.
      ******************************************************************
       READ-PRIOR-SNAPSHOT.
           IF NOT WS-PRIOR-PRESENT OR WS-PRIOR-TRAILER-READ
               MOVE HIGH-VALUES TO WS-PRIOR-KEY
           ELSE
               READ FB-PRIOR-SNAP-FILE INTO WS-PRIOR-SNAP
                   AT END
                       MOVE HIGH-VALUES TO WS-PRIOR-KEY
                   NOT AT END
                       PERFORM SCREEN-PRIOR-RECORD
               END-READ
           END-IF.

       SCREEN-PRIOR-RECORD.
           EVALUATE TRUE
               WHEN WS-PS-DETAIL
                   ADD 1 TO WS-TOT-PRIOR-IN
                   COMPUTE WS-PRIOR-HASH =
                       FUNCTION MOD(WS-PRIOR-HASH + WS-PS-NUMBER,
                           1000000000000000000)
                   MOVE WS-PS-KEY TO WS-PRIOR-KEY
                   IF WS-PRIOR-KEY NOT > WS-LAST-PRIOR-KEY
                       DISPLAY 'FBMSTCLS: FBSNAPO PRIOR SNAPSHOT OUT '
                           'OF KEY SEQUENCE AT ' WS-PRIOR-KEY
                       PERFORM ABANDON-CLOSE
                   END-IF
                   MOVE WS-PRIOR-KEY TO WS-LAST-PRIOR-KEY
               WHEN WS-PS-TRAILER
                   SET WS-PRIOR-TRAILER-READ TO TRUE
                   MOVE WS-PS-RECORD-COUNT TO WS-PRIOR-TRL-COUNT
                   MOVE WS-PS-HASH-TOTAL   TO WS-PRIOR-TRL-HASH
                   MOVE HIGH-VALUES TO WS-PRIOR-KEY
               WHEN OTHER
                   DISPLAY 'FBMSTCLS: FBSNAPO PRIOR SNAPSHOT HAS AN '
                       'UNKNOWN RECORD TYPE ''' WS-PS-RECORD-TYPE
                       ''' AFTER DETAIL ' WS-TOT-PRIOR-IN
                   PERFORM ABANDON-CLOSE
           END-EVALUATE.

       CHECK-PRIOR-TRAILER.
           IF WS-PRIOR-PRESENT
               IF NOT WS-PRIOR-TRAILER-READ
                   DISPLAY 'FBMSTCLS: FBSNAPO PRIOR SNAPSHOT HAS NO '
                       'TRAILER - INCOMPLETE'
                   PERFORM ABANDON-CLOSE
               END-IF
               IF WS-PRIOR-TRL-COUNT NOT = WS-TOT-PRIOR-IN
                OR WS-PRIOR-TRL-HASH NOT = WS-PRIOR-HASH
                   DISPLAY 'FBMSTCLS: FBSNAPO PRIOR SNAPSHOT TRAILER '
                       'DOES NOT AGREE - COUNT ' WS-PRIOR-TRL-COUNT
                       ' READ ' WS-TOT-PRIOR-IN
                   PERFORM ABANDON-CLOSE
               END-IF
           END-IF.

      * The new snapshot is left uncatalogued by the JCL on RC 16.
       ABANDON-CLOSE.
           PERFORM CLOSE-FILES
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       CLOSE-FILES.
           CLOSE FB-MAST-FILE
           IF WS-PRIOR-PRESENT
               CLOSE FB-PRIOR-SNAP-FILE
           END-IF
           CLOSE FB-NEW-SNAP-FILE
           CLOSE FBMSTCLS-RPT.

      ******************************************************************
      * A master key not on the prior snapshot: first classified this
      * month, or new to the snapshot some other way (a key first
      * classified earlier but missing from the prior snapshot). On
      * the first close every key lands here, and the changes listed
      * are the ones the master dates in this month.
      ******************************************************************
       CLOSE-NEW-KEY.
           PERFORM WRITE-SNAPSHOT-DETAIL
           PERFORM TALLY-CLOSING-RECORD
           IF FB-MAST-FIRST-DATE >= WS-PF-START(1)
            AND FB-MAST-FIRST-DATE <= WS-PF-END(1)
               ADD 1 TO WS-MX-ADDED(WS-MIX-X)
               ADD 1 TO WS-TOT-ADDED
           ELSE
               ADD 1 TO WS-MX-OTHER-NEW(WS-MIX-X)
               ADD 1 TO WS-TOT-OTHER-NEW
               IF NOT WS-PRIOR-PRESENT
                AND FB-MAST-CHANGE-DATE >= WS-PF-START(1)
                AND FB-MAST-CHANGE-DATE <= WS-PF-END(1)
                AND FB-MAST-PRIOR-CODE NOT = FB-MAST-CLASS-CODE
                   MOVE FB-MAST-PRIOR-CODE TO WS-CHANGE-PRIOR-CODE
                   MOVE SPACES             TO WS-CHANGE-PRIOR-TEXT
                   PERFORM POST-CLASS-CHANGE
               END-IF
           END-IF.

      * A key on the prior snapshot no longer on the master (a run
      * reversed by FBBKOUT after the prior close).
       CLOSE-REMOVED-KEY.
           PERFORM TALLY-OPENING-RECORD
           ADD 1 TO WS-MX-REMOVED(WS-MIX-X)
           ADD 1 TO WS-TOT-REMOVED.

       CLOSE-MATCHED-KEY.
           PERFORM WRITE-SNAPSHOT-DETAIL
           PERFORM TALLY-OPENING-RECORD
           PERFORM TALLY-CLOSING-RECORD
           IF FB-MAST-CLASS-CODE NOT = WS-PS-CLASS-CODE
               MOVE WS-PS-CLASS-CODE TO WS-CHANGE-PRIOR-CODE
               MOVE WS-PS-CLASS-TEXT TO WS-CHANGE-PRIOR-TEXT
               PERFORM POST-CLASS-CHANGE
           ELSE
               IF FB-MAST-CHANGE-DATE >= WS-PF-START(1)
                AND FB-MAST-CHANGE-DATE <= WS-PF-END(1)
                   ADD 1 TO WS-TOT-CHANGED-BACK
               END-IF
           END-IF.

      ******************************************************************
      * A change from WS-CHANGE-PRIOR-CODE to the master's code. Only
      * a change against the prior snapshot moves population between
      * classes; on the first close there is no opening population
      * to move it from.
      ******************************************************************
       POST-CLASS-CHANGE.
           MOVE FB-MAST-CLASS-CODE TO WS-MIX-CODE
           PERFORM FIND-MIX-ENTRY
           MOVE WS-MIX-X TO WS-MIX-TO-X
           MOVE WS-CHANGE-PRIOR-CODE TO WS-MIX-CODE
           PERFORM FIND-MIX-ENTRY
           ADD 1 TO WS-MX-PAIR(WS-MIX-X, WS-MIX-TO-X)
           IF WS-PRIOR-PRESENT
               ADD 1 TO WS-MX-CHANGED-OUT(WS-MIX-X)
               ADD 1 TO WS-MX-CHANGED-IN(WS-MIX-TO-X)
           END-IF
           ADD 1 TO WS-TOT-CHANGED
           PERFORM WRITE-CHANGE-LINE.

       TALLY-CLOSING-RECORD.
           MOVE FB-MAST-CLASS-CODE TO WS-MIX-CODE
           PERFORM FIND-MIX-ENTRY
           MOVE FB-MAST-CLASS-TEXT TO WS-MX-LABEL(WS-MIX-X)
           ADD 1 TO WS-MX-CLOSING(WS-MIX-X)
           MOVE FB-MAST-FIRST-DATE  TO WS-TALLY-FIRST-DATE
           MOVE FB-MAST-LAST-DATE   TO WS-TALLY-LAST-DATE
           MOVE FB-MAST-CHANGE-DATE TO WS-TALLY-CHANGE-DATE
           MOVE 1 TO WS-PF-X
           PERFORM TALLY-PERIOD-FIGURES
           PERFORM VARYING WS-DORMANT-X FROM 1 BY 1
                   UNTIL WS-DORMANT-X > 3
               IF WS-DORMANT-FLAG(WS-DORMANT-X) = 'Y'
                   ADD 1 TO WS-MX-DORMANT(WS-MIX-X, WS-DORMANT-X)
               END-IF
           END-PERFORM
           IF FB-MAST-FIRST-DATE > WS-PERIOD-END
            OR FB-MAST-LAST-DATE > WS-PERIOD-END
            OR WS-TALLY-CHANGE-DATE > WS-PERIOD-END
               ADD 1 TO WS-TOT-AFTER-END
           END-IF.

       TALLY-OPENING-RECORD.
           MOVE WS-PS-CLASS-CODE TO WS-MIX-CODE
           PERFORM FIND-MIX-ENTRY
           IF WS-MX-LABEL(WS-MIX-X) = SPACES
               MOVE WS-PS-CLASS-TEXT TO WS-MX-LABEL(WS-MIX-X)
           END-IF
           ADD 1 TO WS-MX-OPENING(WS-MIX-X)
           MOVE WS-PS-FIRST-DATE  TO WS-TALLY-FIRST-DATE
           MOVE WS-PS-LAST-DATE   TO WS-TALLY-LAST-DATE
           MOVE WS-PS-CHANGE-DATE TO WS-TALLY-CHANGE-DATE
           MOVE 2 TO WS-PF-X
           PERFORM TALLY-PERIOD-FIGURES.

      ******************************************************************
      * Population, first classified and class changed in the month,
      * and calendar months since last classified, against period
      * WS-PF-X. The dormant flags are left for the caller.
      ******************************************************************
       TALLY-PERIOD-FIGURES.
           ADD 1 TO WS-PF-POPULATION(WS-PF-X)
           IF WS-TALLY-FIRST-DATE >= WS-PF-START(WS-PF-X)
            AND WS-TALLY-FIRST-DATE <= WS-PF-END(WS-PF-X)
               ADD 1 TO WS-PF-FIRST-CLASSIFIED(WS-PF-X)
           END-IF
           IF WS-TALLY-CHANGE-DATE >= WS-PF-START(WS-PF-X)
            AND WS-TALLY-CHANGE-DATE <= WS-PF-END(WS-PF-X)
               ADD 1 TO WS-PF-CHANGED(WS-PF-X)
           END-IF
           COMPUTE WS-AGE-MONTHS = WS-PF-BASE-MONTHS(WS-PF-X)
               - (WS-TALLY-LAST-YYYY * 12 + WS-TALLY-LAST-MM)
           PERFORM VARYING WS-DORMANT-X FROM 1 BY 1
                   UNTIL WS-DORMANT-X > 3
               IF WS-AGE-MONTHS >= WS-DORMANT-MONTHS(WS-DORMANT-X)
                   MOVE 'Y' TO WS-DORMANT-FLAG(WS-DORMANT-X)
                   ADD 1 TO WS-PF-DORMANT(WS-PF-X, WS-DORMANT-X)
               ELSE
                   MOVE 'N' TO WS-DORMANT-FLAG(WS-DORMANT-X)
               END-IF
           END-PERFORM.

       FIND-MIX-ENTRY.
           EVALUATE TRUE
               WHEN WS-MIX-CODE >= '1' AND WS-MIX-CODE <= '9'
                   MOVE WS-MIX-CODE TO WS-MIX-DIGIT-X
                   MOVE WS-MIX-DIGIT TO WS-MIX-X
               WHEN WS-MIX-CODE = 'C'
                   MOVE 10 TO WS-MIX-X
               WHEN WS-MIX-CODE = 'N'
                   MOVE 11 TO WS-MIX-X
               WHEN OTHER
                   MOVE 12 TO WS-MIX-X
           END-EVALUATE.

       WRITE-SNAPSHOT-HEADER.
           MOVE SPACES             TO FB-SNAPSHOT-RECORD
           SET FB-SNAP-HEADER      TO TRUE
           MOVE WS-THIS-MONTH      TO FB-SNAP-PERIOD
           MOVE WS-PERIOD-END      TO FB-SNAP-PERIOD-END
           MOVE WS-RUN-DATE-NUM    TO FB-SNAP-TAKEN-DATE
           MOVE WS-RUN-TIME        TO FB-SNAP-TAKEN-TIME
           WRITE FB-SNAPSHOT-RECORD.

       WRITE-SNAPSHOT-DETAIL.
           MOVE SPACES             TO FB-SNAPSHOT-RECORD
           SET FB-SNAP-DETAIL      TO TRUE
           MOVE FB-MASTER-RECORD   TO FB-SNAP-MASTER
           WRITE FB-SNAPSHOT-RECORD
           ADD 1 TO WS-TOT-SNAP-OUT
           COMPUTE WS-HASH-TOTAL =
               FUNCTION MOD(WS-HASH-TOTAL + FB-MAST-NUMBER,
                   1000000000000000000).

       WRITE-SNAPSHOT-TRAILER.
           MOVE SPACES             TO FB-SNAPSHOT-RECORD
           SET FB-SNAP-TRAILER     TO TRUE
           MOVE WS-TOT-SNAP-OUT    TO FB-SNAP-RECORD-COUNT
           MOVE WS-HASH-TOTAL      TO FB-SNAP-HASH-TOTAL
           WRITE FB-SNAPSHOT-RECORD.

       WRITE-CHANGE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-RPT-HEADER
               WRITE FB-RPT-LINE FROM RPT-CHANGE-HEADING
               ADD 1 TO WS-LINE-COUNT
           END-IF
           MOVE FB-MAST-NUMBER       TO CK-NUMBER
           MOVE FB-MAST-SOURCE-KEY   TO CK-SOURCE-KEY
           MOVE WS-CHANGE-PRIOR-CODE TO CK-PRIOR-CODE
           MOVE WS-CHANGE-PRIOR-TEXT TO CK-PRIOR-TEXT
           MOVE FB-MAST-CLASS-CODE   TO CK-NEW-CODE
           MOVE FB-MAST-CLASS-TEXT   TO CK-NEW-TEXT
           MOVE FB-MAST-CHANGE-DATE  TO CK-CHANGE-DATE
           WRITE FB-RPT-LINE FROM RPT-CHANGE-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-CLOSE-REPORT.
           IF WS-TOT-CHANGED = 0
               WRITE FB-RPT-LINE FROM RPT-NO-CHANGE-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           PERFORM WRITE-POPULATION-SECTION
           PERFORM WRITE-DORMANT-SECTION
           PERFORM WRITE-PAIR-SECTION
           PERFORM WRITE-RECONCILIATION
           PERFORM WRITE-COMPARISON
           PERFORM WRITE-CLOSE-TOTALS.

      ******************************************************************
      * Every class with keys at either month end; C and N always.
      * Each line foots across: opening + first classified + other
      * new keys + changed in - changed out - no longer on master =
      * closing.
      ******************************************************************
       WRITE-POPULATION-SECTION.
           IF WS-LINE-COUNT + 20 > WS-LINES-PER-PAGE
               PERFORM WRITE-RPT-HEADER
           END-IF
           MOVE 'POPULATION BY CLASS CODE' TO SC-TEXT
           PERFORM WRITE-SECTION-TITLE
           WRITE FB-RPT-LINE FROM RPT-POP-HEADING-1
           WRITE FB-RPT-LINE FROM RPT-POP-HEADING-2
           ADD 2 TO WS-LINE-COUNT
           PERFORM VARYING WS-MIX-X FROM 1 BY 1 UNTIL WS-MIX-X > 12
               IF WS-MX-OPENING(WS-MIX-X) > 0
                OR WS-MX-CLOSING(WS-MIX-X) > 0
                OR WS-MIX-X = 10 OR WS-MIX-X = 11
                   PERFORM WRITE-POPULATION-LINE
               END-IF
           END-PERFORM
           MOVE 'TOTAL'            TO PP-CODE
           MOVE SPACES             TO PP-LABEL
           MOVE WS-TOT-PRIOR-IN    TO PP-OPENING
           MOVE WS-TOT-ADDED       TO PP-ADDED
           MOVE WS-TOT-OTHER-NEW   TO PP-OTHER-NEW
           IF WS-PRIOR-PRESENT
               MOVE WS-TOT-CHANGED TO PP-CHANGED-IN
               MOVE WS-TOT-CHANGED TO PP-CHANGED-OUT
           ELSE
               MOVE 0              TO PP-CHANGED-IN
               MOVE 0              TO PP-CHANGED-OUT
           END-IF
           MOVE WS-TOT-REMOVED     TO PP-REMOVED
           MOVE WS-TOT-MAST-IN     TO PP-CLOSING
           COMPUTE PP-MOVEMENT = WS-TOT-MAST-IN - WS-TOT-PRIOR-IN
           IF WS-TOT-MAST-IN > 0
               MOVE 100 TO PP-SHARE
           ELSE
               MOVE 0 TO PP-SHARE
           END-IF
           WRITE FB-RPT-LINE FROM RPT-POP-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-POPULATION-LINE.
           PERFORM SET-MIX-CODE-LABEL
           MOVE WS-MX-OPENING(WS-MIX-X)     TO PP-OPENING
           MOVE WS-MX-ADDED(WS-MIX-X)       TO PP-ADDED
           MOVE WS-MX-OTHER-NEW(WS-MIX-X)   TO PP-OTHER-NEW
           MOVE WS-MX-CHANGED-IN(WS-MIX-X)  TO PP-CHANGED-IN
           MOVE WS-MX-CHANGED-OUT(WS-MIX-X) TO PP-CHANGED-OUT
           MOVE WS-MX-REMOVED(WS-MIX-X)     TO PP-REMOVED
           MOVE WS-MX-CLOSING(WS-MIX-X)     TO PP-CLOSING
           COMPUTE PP-MOVEMENT =
               WS-MX-CLOSING(WS-MIX-X) - WS-MX-OPENING(WS-MIX-X)
           IF WS-TOT-MAST-IN > 0
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-MX-CLOSING(WS-MIX-X) * 100 / WS-TOT-MAST-IN
           ELSE
               MOVE 0 TO WS-PCT-WORK
           END-IF
           MOVE WS-PCT-WORK TO PP-SHARE
           WRITE FB-RPT-LINE FROM RPT-POP-LINE
           ADD 1 TO WS-LINE-COUNT.

      * PP-CODE and PP-LABEL for entry WS-MIX-X.
       SET-MIX-CODE-LABEL.
           MOVE WS-MX-LABEL(WS-MIX-X) TO PP-LABEL
           EVALUATE TRUE
               WHEN WS-MIX-X <= 9
                   MOVE WS-MIX-X TO WS-MIX-DIGIT
                   MOVE WS-MIX-DIGIT-X TO PP-CODE
               WHEN WS-MIX-X = 10
                   MOVE 'C' TO PP-CODE
               WHEN WS-MIX-X = 11
                   MOVE 'N' TO PP-CODE
               WHEN OTHER
                   MOVE 'OTHER' TO PP-CODE
                   MOVE SPACES  TO PP-LABEL
           END-EVALUATE.

       WRITE-DORMANT-SECTION.
           IF WS-LINE-COUNT + 20 > WS-LINES-PER-PAGE
               PERFORM WRITE-RPT-HEADER
           END-IF
           MOVE 'KEYS NOT CLASSIFIED FOR 3, 6 AND 12 MONTHS' TO SC-TEXT
           PERFORM WRITE-SECTION-TITLE
           WRITE FB-RPT-LINE FROM RPT-DORMANT-HEADING-1
           WRITE FB-RPT-LINE FROM RPT-DORMANT-HEADING-2
           ADD 2 TO WS-LINE-COUNT
           PERFORM VARYING WS-MIX-X FROM 1 BY 1 UNTIL WS-MIX-X > 12
               IF WS-MX-CLOSING(WS-MIX-X) > 0
                OR WS-MIX-X = 10 OR WS-MIX-X = 11
                   PERFORM SET-MIX-CODE-LABEL
                   MOVE PP-CODE  TO PD-CODE
                   MOVE PP-LABEL TO PD-LABEL
                   MOVE WS-MX-CLOSING(WS-MIX-X) TO PD-CLOSING
                   PERFORM VARYING WS-DORMANT-X FROM 1 BY 1
                           UNTIL WS-DORMANT-X > 3
                       MOVE WS-MX-DORMANT(WS-MIX-X, WS-DORMANT-X)
                           TO PD-DORMANT(WS-DORMANT-X)
                       IF WS-MX-CLOSING(WS-MIX-X) > 0
                           COMPUTE WS-PCT-WORK ROUNDED =
                               WS-MX-DORMANT(WS-MIX-X, WS-DORMANT-X)
                             * 100 / WS-MX-CLOSING(WS-MIX-X)
                       ELSE
                           MOVE 0 TO WS-PCT-WORK
                       END-IF
                       MOVE WS-PCT-WORK TO PD-PCT(WS-DORMANT-X)
                   END-PERFORM
                   WRITE FB-RPT-LINE FROM RPT-DORMANT-LINE
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-PERFORM
           MOVE 'TOTAL'        TO PD-CODE
           MOVE SPACES         TO PD-LABEL
           MOVE WS-TOT-MAST-IN TO PD-CLOSING
           PERFORM VARYING WS-DORMANT-X FROM 1 BY 1
                   UNTIL WS-DORMANT-X > 3
               MOVE WS-PF-DORMANT(1, WS-DORMANT-X)
                   TO PD-DORMANT(WS-DORMANT-X)
               IF WS-TOT-MAST-IN > 0
                   COMPUTE WS-PCT-WORK ROUNDED =
                       WS-PF-DORMANT(1, WS-DORMANT-X) * 100
                     / WS-TOT-MAST-IN
               ELSE
                   MOVE 0 TO WS-PCT-WORK
               END-IF
               MOVE WS-PCT-WORK TO PD-PCT(WS-DORMANT-X)
           END-PERFORM
           WRITE FB-RPT-LINE FROM RPT-DORMANT-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-PAIR-SECTION.
           IF WS-LINE-COUNT + 10 > WS-LINES-PER-PAGE
               PERFORM WRITE-RPT-HEADER
           END-IF
           MOVE 'CLASS CHANGES BY PRIOR AND NEW CODE' TO SC-TEXT
           PERFORM WRITE-SECTION-TITLE
           IF WS-TOT-CHANGED = 0
               WRITE FB-RPT-LINE FROM RPT-NO-CHANGE-LINE
               ADD 1 TO WS-LINE-COUNT
           ELSE
               WRITE FB-RPT-LINE FROM RPT-PAIR-HEADING
               ADD 1 TO WS-LINE-COUNT
               PERFORM VARYING WS-MIX-X FROM 1 BY 1
                       UNTIL WS-MIX-X > 12
                   PERFORM VARYING WS-MIX-TO-X FROM 1 BY 1
                           UNTIL WS-MIX-TO-X > 12
                       IF WS-MX-PAIR(WS-MIX-X, WS-MIX-TO-X) > 0
                           PERFORM WRITE-PAIR-LINE
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       WRITE-PAIR-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-RPT-HEADER
               WRITE FB-RPT-LINE FROM RPT-PAIR-HEADING
               ADD 1 TO WS-LINE-COUNT
           END-IF
           PERFORM SET-MIX-CODE-LABEL
           MOVE PP-CODE  TO PR-FROM-CODE
           MOVE PP-LABEL TO PR-FROM-LABEL
           MOVE WS-MX-PAIR(WS-MIX-X, WS-MIX-TO-X) TO PR-KEYS
           MOVE WS-MIX-X TO WS-MIX-FROM-X
           MOVE WS-MIX-TO-X TO WS-MIX-X
           PERFORM SET-MIX-CODE-LABEL
           MOVE PP-CODE  TO PR-TO-CODE
           MOVE PP-LABEL TO PR-TO-LABEL
           MOVE WS-MIX-FROM-X TO WS-MIX-X
           WRITE FB-RPT-LINE FROM RPT-PAIR-LINE
           ADD 1 TO WS-LINE-COUNT.

      ******************************************************************
      * Opening plus keys first classified this month against the
      * closing count. Any difference is made up of keys new to the
      * snapshot without a first-classified date in the month, less
      * keys the master no longer holds.
      ******************************************************************
       WRITE-RECONCILIATION.
           IF WS-LINE-COUNT + 14 > WS-LINES-PER-PAGE
               PERFORM WRITE-RPT-HEADER
           END-IF
           MOVE 'RECONCILIATION OF OPENING TO CLOSING POPULATION'
               TO SC-TEXT
           PERFORM WRITE-SECTION-TITLE
           COMPUTE WS-EXPECTED-CLOSING = WS-TOT-PRIOR-IN + WS-TOT-ADDED
           COMPUTE WS-DIFFERENCE =
               WS-TOT-MAST-IN - WS-EXPECTED-CLOSING
           MOVE 'OPENING POPULATION (PRIOR SNAPSHOT)' TO RL-LABEL
           MOVE WS-TOT-PRIOR-IN TO RL-AMOUNT
           PERFORM WRITE-RECON-LINE
           MOVE 'ADD: KEYS FIRST CLASSIFIED THIS MONTH' TO RL-LABEL
           MOVE WS-TOT-ADDED TO RL-AMOUNT
           PERFORM WRITE-RECON-LINE
           MOVE 'EXPECTED CLOSING POPULATION' TO RL-LABEL
           MOVE WS-EXPECTED-CLOSING TO RL-AMOUNT
           PERFORM WRITE-RECON-LINE
           MOVE 'CLOSING POPULATION (FBMASTER)' TO RL-LABEL
           MOVE WS-TOT-MAST-IN TO RL-AMOUNT
           PERFORM WRITE-RECON-LINE
           MOVE 'DIFFERENCE' TO RL-LABEL
           MOVE WS-DIFFERENCE TO RL-AMOUNT
           PERFORM WRITE-RECON-LINE
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE 'MADE UP OF:' TO RL-LABEL
           MOVE SPACES TO RPT-RECON-LINE(51:)
           PERFORM WRITE-RECON-LINE
           MOVE '  KEYS NEW, NOT FIRST CLASSIFIED THIS MONTH'
               TO RL-LABEL
           MOVE WS-TOT-OTHER-NEW TO RL-AMOUNT
           PERFORM WRITE-RECON-LINE
           MOVE '  LESS: KEYS NO LONGER ON FBMASTER' TO RL-LABEL
           COMPUTE RL-AMOUNT = 0 - WS-TOT-REMOVED
           PERFORM WRITE-RECON-LINE
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           ADD 1 TO WS-LINE-COUNT
           EVALUATE TRUE
               WHEN NOT WS-PRIOR-PRESENT
                   MOVE 'NOT RECONCILED - NO PRIOR SNAPSHOT'
                       TO RS-TEXT
               WHEN WS-DIFFERENCE = 0
                   MOVE 'RECONCILED' TO RS-TEXT
               WHEN OTHER
                   MOVE 'NOT RECONCILED - SEE DIFFERENCE' TO RS-TEXT
           END-EVALUATE
           WRITE FB-RPT-LINE FROM RPT-RECON-STATUS-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-RECON-LINE.
           WRITE FB-RPT-LINE FROM RPT-RECON-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-COMPARISON.
           IF WS-LINE-COUNT + 12 > WS-LINES-PER-PAGE
               PERFORM WRITE-RPT-HEADER
           END-IF
           MOVE 'PERIOD OVER PERIOD' TO SC-TEXT
           PERFORM WRITE-SECTION-TITLE
           IF NOT WS-PRIOR-PRESENT
               WRITE FB-RPT-LINE FROM RPT-NO-PRIOR-LINE
               ADD 1 TO WS-LINE-COUNT
           ELSE
               MOVE WS-PF-PERIOD(2) TO CH-PRIOR-PERIOD
               MOVE WS-PF-PERIOD(1) TO CH-THIS-PERIOD
               WRITE FB-RPT-LINE FROM RPT-COMPARE-HEADING
               ADD 1 TO WS-LINE-COUNT
               MOVE 'POPULATION AT MONTH END' TO CP-LABEL
               MOVE WS-PF-POPULATION(2) TO CP-PRIOR
               MOVE WS-PF-POPULATION(1) TO CP-THIS
               COMPUTE WS-COUNT-CHANGE =
                   WS-PF-POPULATION(1) - WS-PF-POPULATION(2)
               PERFORM WRITE-COMPARE-LINE
               MOVE 'FIRST CLASSIFIED IN THE MONTH' TO CP-LABEL
               MOVE WS-PF-FIRST-CLASSIFIED(2) TO CP-PRIOR
               MOVE WS-PF-FIRST-CLASSIFIED(1) TO CP-THIS
               COMPUTE WS-COUNT-CHANGE = WS-PF-FIRST-CLASSIFIED(1)
                   - WS-PF-FIRST-CLASSIFIED(2)
               PERFORM WRITE-COMPARE-LINE
               MOVE 'LAST CLASS CHANGE IN THE MONTH' TO CP-LABEL
               MOVE WS-PF-CHANGED(2) TO CP-PRIOR
               MOVE WS-PF-CHANGED(1) TO CP-THIS
               COMPUTE WS-COUNT-CHANGE =
                   WS-PF-CHANGED(1) - WS-PF-CHANGED(2)
               PERFORM WRITE-COMPARE-LINE
               PERFORM VARYING WS-DORMANT-X FROM 1 BY 1
                       UNTIL WS-DORMANT-X > 3
                   EVALUATE WS-DORMANT-X
                       WHEN 1
                           MOVE 'NOT CLASSIFIED FOR 3+ MONTHS'
                               TO CP-LABEL
                       WHEN 2
                           MOVE 'NOT CLASSIFIED FOR 6+ MONTHS'
                               TO CP-LABEL
                       WHEN OTHER
                           MOVE 'NOT CLASSIFIED FOR 12+ MONTHS'
                               TO CP-LABEL
                   END-EVALUATE
                   MOVE WS-PF-DORMANT(2, WS-DORMANT-X) TO CP-PRIOR
                   MOVE WS-PF-DORMANT(1, WS-DORMANT-X) TO CP-THIS
                   COMPUTE WS-COUNT-CHANGE =
                       WS-PF-DORMANT(1, WS-DORMANT-X)
                     - WS-PF-DORMANT(2, WS-DORMANT-X)
                   PERFORM WRITE-COMPARE-LINE
               END-PERFORM
           END-IF.

       WRITE-COMPARE-LINE.
           MOVE WS-COUNT-CHANGE TO CP-CHANGE
           WRITE FB-RPT-LINE FROM RPT-COMPARE-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-CLOSE-TOTALS.
           IF WS-LINE-COUNT + 14 > WS-LINES-PER-PAGE
               PERFORM WRITE-RPT-HEADER
           END-IF
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           MOVE 'MASTER RECORDS READ'           TO TL-LABEL
           MOVE WS-TOT-MAST-IN                  TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'PRIOR SNAPSHOT RECORDS READ'   TO TL-LABEL
           MOVE WS-TOT-PRIOR-IN                 TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'SNAPSHOT RECORDS WRITTEN'      TO TL-LABEL
           MOVE WS-TOT-SNAP-OUT                 TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'HASH TOTAL OF FB-NUMBER'       TO HL-LABEL
           MOVE WS-HASH-TOTAL                   TO HL-HASH
           WRITE FB-RPT-LINE FROM RPT-HASH-LINE
           MOVE 'CLASS CHANGES THIS MONTH'      TO TL-LABEL
           MOVE WS-TOT-CHANGED                  TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'CHANGED AND CHANGED BACK'      TO TL-LABEL
           MOVE WS-TOT-CHANGED-BACK             TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'CLASSIFIED AFTER PERIOD END'   TO TL-LABEL
           MOVE WS-TOT-AFTER-END                TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE.

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
           MOVE WS-STEP-NAME      TO H1-STEP-NAME
           MOVE WS-RUN-MM         TO H1-RUN-MM
           MOVE WS-RUN-DD         TO H1-RUN-DD
           MOVE WS-RUN-YYYY       TO H1-RUN-YYYY
           MOVE WS-PAGE-NO        TO H1-PAGE-NO
           MOVE WS-THIS-MONTH     TO PL-PERIOD
           MOVE WS-PERIOD-END     TO PL-PERIOD-END
           IF WS-PRIOR-PRESENT
               MOVE WS-PF-PERIOD(2) TO PL-PRIOR-PERIOD
           ELSE
               MOVE 'NONE'          TO PL-PRIOR-PERIOD
           END-IF
           MOVE WS-RUN-DATE-NUM   TO PL-TAKEN-DATE
           MOVE WS-RUN-TIME(1:6)  TO PL-TAKEN-TIME
           WRITE FB-RPT-LINE FROM RPT-HEADER-LINE-1
           WRITE FB-RPT-LINE FROM RPT-HEADER-LINE-2
           WRITE FB-RPT-LINE FROM RPT-PERIOD-LINE
           MOVE 3 TO WS-LINE-COUNT.

       SET-CLOSE-RETURN-CODE.
           IF NOT WS-PRIOR-PRESENT
               MOVE 4 TO WS-FINAL-RC
           END-IF
           IF WS-PRIOR-GAP
               MOVE 4 TO WS-FINAL-RC
           END-IF
           IF WS-PRIOR-PRESENT AND WS-DIFFERENCE NOT = 0
               MOVE WS-DIFFERENCE TO WS-DIFFERENCE-ED
               DISPLAY 'FBMSTCLS: OPENING PLUS FIRST CLASSIFIED '
                   'DIFFERS FROM CLOSING BY ' WS-DIFFERENCE-ED
                   ' - SEE FBCLSRPT'
               MOVE 4 TO WS-FINAL-RC
           END-IF
           IF WS-TOT-AFTER-END > 0
               DISPLAY 'FBMSTCLS: ' WS-TOT-AFTER-END
                   ' MASTER RECORDS CLASSIFIED AFTER THE PERIOD END '
                   WS-PERIOD-END ' - CLOSE RAN LATE'
               MOVE 4 TO WS-FINAL-RC
           END-IF.
