       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBRECLAS.
      ******************************************************************
      * FBRECLAS - on-request re-classification sweep of the permanent
      * classification master. FBMSTUPD only re-classifies a key when
      * a later run touches it again, so after a rule change most of
      * FBMASTER still carries codes assigned under the old rules.
      * This step reads every record on FBMASTO and re-classifies its
      * FB-MAST-NUMBER through the shared FBCLASS subprogram under the
      * rule-table version in force on the run date (FBRULES, with
      * the FBPARM divisor pairs as the fallback, selected by the
      * shared FBRULSEL subprogram and edited by FBRULEVL):
      *   - class code differs: the old code is kept in
      *     FB-MAST-PRIOR-CODE and the record is flagged changed with
      *     the run date, exactly as FBMSTUPD flags a change
      *   - same code, different text (a relabelled rule): the text
      *     is refreshed; the record is not flagged changed
      *   - otherwise the record carries forward untouched
      * The first- and last-classified dates are not altered - the
      * sweep classifies no new input, and the last-classified date
      * is what shows a key has gone dormant.
      * The FBRCLPRM card selects the mode in column 1:
      *   'U' - update: the new master is written to FBMASTN (the
      *         JCL renames it over FBMASTO after a clean end, the
      *         same generation-swap FBMSTUPD uses), the changed keys
      *         go to the receivers as a new FBDLFILE generation in
      *         the FBDIFACE layout (change type 'C', generation from
      *         FBDGEN the same way FBDELTA takes it), every changed
      *         or re-texted key is appended to the FBCHGHST change
      *         history (see FBCHGREC) as action 'C', the sweep
      *         takes the next FBRUNNO run number and appends an
      *         FBAUDIT record with run mode 'S'
      *   'R' - report only (the default when no card is supplied):
      *         nothing but the report is written, no run or
      *         generation number is consumed
      * The FBRCLRPT report lists every key that changes (or would
      * change) class with its old and new code and text, the class
      * mix of the master before and after the sweep, and the
      * control totals. Return codes: 00 clean, 04 report-only run
      * found keys that would change class, 16 bad card, invalid
      * rule table, master not found, or open failure.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FB-RCL-PARM-FILE ASSIGN TO "FBRCLPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCL-PARM-FILE-STATUS.
           SELECT FB-RUNNO-FILE ASSIGN TO "FBRUNNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNNO-FILE-STATUS.
           SELECT FB-RULE-FILE ASSIGN TO "FBRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.
           SELECT FB-PARM-FILE ASSIGN TO "FBPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT FB-AUDIT-FILE ASSIGN TO "FBAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT FB-OLD-MAST-FILE ASSIGN TO "FBMASTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-MAST-FILE-STATUS.
           SELECT FB-NEW-MAST-FILE ASSIGN TO "FBMASTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-MAST-FILE-STATUS.
           SELECT FB-DGEN-FILE ASSIGN TO "FBDGEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DGEN-FILE-STATUS.
           SELECT FB-DELTA-FILE ASSIGN TO "FBDLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-FILE-STATUS.
           SELECT FB-CHG-HIST-FILE ASSIGN TO "FBCHGHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGHST-FILE-STATUS.
           SELECT FBRECLAS-RPT ASSIGN TO "FBRCLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FB-RCL-PARM-FILE.
       01  FB-RCL-PARM-RECORD.
           05  FB-RCL-MODE             PIC X(1).
               88  FB-RCL-UPDATE       VALUE 'U'.
               88  FB-RCL-REPORT-ONLY  VALUE 'R'.

       FD  FB-RUNNO-FILE.
       01  FB-RUNNO-RECORD.
           05  FB-RUNNO-NUMBER         PIC 9(6).

       FD  FB-RULE-FILE.
       01  FB-RULE-RECORD.
           05  FB-RULE-IN-DIVISOR      PIC 9(4).
           05  FB-RULE-IN-LABEL        PIC X(10).
           05  FB-RULE-IN-EFF-DATE     PIC 9(8).

       FD  FB-PARM-FILE.
       COPY FBPARM.

       FD  FB-AUDIT-FILE.
       COPY FBAUDREC.

       FD  FB-OLD-MAST-FILE.
       COPY FBMASTER.

       FD  FB-NEW-MAST-FILE.
       01  FB-NEW-MASTER-RECORD        PIC X(58).

       FD  FB-DGEN-FILE.
       01  FB-DGEN-RECORD.
           05  FB-DGEN-NUMBER          PIC 9(6).

       FD  FB-DELTA-FILE.
       01  FB-DELTA-RECORD             PIC X(50).

       FD  FB-CHG-HIST-FILE.
       COPY FBCHGREC.

       FD  FBRECLAS-RPT.
       01  FB-RPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RCL-PARM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-RUNNO-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-RULE-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-AUDIT-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-OLD-MAST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-NEW-MAST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-DGEN-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-DELTA-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-CHGHST-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2) VALUE '00'.

       01  WS-RULE-EOF-SW              PIC X(1) VALUE 'N'.
           88  WS-RULE-EOF             VALUE 'Y'.
       01  WS-RULE-OVERFLOW-SW         PIC X(1) VALUE 'N'.
           88  WS-RULE-OVERFLOW        VALUE 'Y'.
       01  WS-RULE-VER-OVERFLOW-SW     PIC X(1) VALUE 'N'.
           88  WS-RULE-VER-OVERFLOW    VALUE 'Y'.
       01  WS-RULE-SEQ-ERROR-SW        PIC X(1) VALUE 'N'.
           88  WS-RULE-SEQ-ERROR       VALUE 'Y'.
       01  WS-RULES-INVALID-SW         PIC X(1) VALUE 'N'.
           88  WS-RULES-INVALID        VALUE 'Y'.
       01  WS-MAST-EOF-SW              PIC X(1) VALUE 'N'.
           88  WS-MAST-EOF             VALUE 'Y'.

       01  WS-SWEEP-MODE               PIC X(1) VALUE 'R'.
           88  WS-MODE-UPDATE          VALUE 'U'.
           88  WS-MODE-REPORT-ONLY     VALUE 'R'.

       01  WS-RUN-NUMBER               PIC 9(6) VALUE 0.
       01  WS-RULE-IN-DATE             PIC 9(8) VALUE 0.
       01  WS-RULE-AS-OF-DATE          PIC 9(8) VALUE 0.
       01  WS-VER-X                    PIC 9(2) VALUE 0.
       01  WS-PEDIT-X                  PIC 9(2) VALUE 0.

       COPY FBRULVER.

       COPY FBRULTAB.

       COPY FBPEDIT.

       01  WS-CLASS-NUMBER             PIC 9(9) VALUE 0.
       01  WS-CLASS-CODE               PIC X(1).
       01  WS-CLASS-TEXT               PIC X(10).

       01  WS-WORK-MASTER.
           05  WS-WM-KEY.
               10  WS-WM-NUMBER        PIC 9(9).
               10  WS-WM-SOURCE-KEY    PIC X(12).
           05  WS-WM-CLASS-CODE        PIC X(1).
           05  WS-WM-CLASS-TEXT        PIC X(10).
           05  WS-WM-FIRST-DATE        PIC 9(8).
           05  WS-WM-LAST-DATE         PIC 9(8).
           05  WS-WM-PRIOR-CODE        PIC X(1).
           05  WS-WM-CHANGE-FLAG       PIC X(1).
           05  WS-WM-CHANGE-DATE       PIC 9(8).

      ******************************************************************
      * Class mix of the master before and after the sweep: entries
      * 1-9 are class codes '1'-'9', 10 is 'C', 11 is 'N' and 12
      * catches anything else (blank or damaged codes).
      ******************************************************************
       01  WS-MIX-X                    PIC 9(2) VALUE 0.
       01  WS-MIX-TABLE.
           05  WS-MIX-ENTRY OCCURS 12 TIMES.
               10  WS-MIX-BEFORE       PIC 9(9).
               10  WS-MIX-AFTER        PIC 9(9).
       01  WS-MIX-CODE                 PIC X(1).
       01  WS-MIX-DIGIT-X.
           05  WS-MIX-DIGIT            PIC 9(1).

       01  WS-GENERATION               PIC 9(6) VALUE 0.
       01  WS-DETAIL-COUNT             PIC 9(9) VALUE 0.
       01  WS-HASH-TOTAL               PIC 9(18) VALUE 0.

       COPY FBDIFACE.

       01  WS-SWEEP-TOTALS.
           05 WS-TOT-MAST-IN           PIC 9(9) VALUE 0.
           05 WS-TOT-CLASS-CHANGED     PIC 9(9) VALUE 0.
           05 WS-TOT-TEXT-REFRESHED    PIC 9(9) VALUE 0.
           05 WS-TOT-UNCHANGED         PIC 9(9) VALUE 0.
           05 WS-TOT-MAST-OUT          PIC 9(9) VALUE 0.
           05 WS-TOT-CHG-WRITTEN       PIC 9(9) VALUE 0.

       01  WS-FINAL-RC                 PIC 9(2) VALUE 0.
       01  WS-START-TIME               PIC 9(8) VALUE 0.
       01  WS-END-TIME                 PIC 9(8) VALUE 0.

       01  WS-RUN-DATE.
           05 WS-RUN-YYYY              PIC 9(4).
           05 WS-RUN-MM                PIC 9(2).
           05 WS-RUN-DD                PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                       PIC 9(8).

       01  WS-JOB-NAME                 PIC X(8) VALUE 'FBRECLAS'.
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
           05 FILLER                   PIC X(6)  VALUE SPACES.
           05 FILLER                   PIC X(5)  VALUE 'RUN: '.
           05 H1-RUN-NO                PIC 9(6).

       01  RPT-HEADER-LINE-2.
           05 FILLER                   PIC X(40) VALUE
               'MASTER RE-CLASSIFICATION SWEEP REPORT'.

       01  RPT-BLANK-LINE              PIC X(1) VALUE SPACE.

       01  RPT-MODE-LINE.
           05 FILLER                   PIC X(22) VALUE
               'SWEEP MODE:           '.
           05 ML-MODE                  PIC X(40).

       01  RPT-VERSION-LINE.
           05 FILLER                   PIC X(22) VALUE
               'RULE VERSION APPLIED: '.
           05 VL-EFF-DATE              PIC 9(8).

       01  RPT-CHANGE-TITLE.
           05 CT-TEXT                  PIC X(40).

       01  RPT-CHANGE-HEADING.
           05 FILLER                   PIC X(11) VALUE 'NUMBER'.
           05 FILLER                   PIC X(14) VALUE 'SOURCE KEY'.
           05 FILLER                   PIC X(5)  VALUE 'OLD'.
           05 FILLER                   PIC X(12) VALUE 'OLD TEXT'.
           05 FILLER                   PIC X(5)  VALUE 'NEW'.
           05 FILLER                   PIC X(10) VALUE 'NEW TEXT'.

       01  RPT-CHANGE-LINE.
           05 CL-NUMBER                PIC 9(9).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 CL-SOURCE-KEY            PIC X(12).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 CL-OLD-CODE              PIC X(1).
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 CL-OLD-TEXT              PIC X(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 CL-NEW-CODE              PIC X(1).
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 CL-NEW-TEXT              PIC X(10).

       01  RPT-MIX-TITLE.
           05 FILLER                   PIC X(40) VALUE
               'CLASS MIX BEFORE AND AFTER THE SWEEP'.

       01  RPT-MIX-HEADING.
           05 FILLER                   PIC X(7)  VALUE 'CLASS'.
           05 FILLER                   PIC X(12) VALUE 'RULE LABEL'.
           05 FILLER                   PIC X(10) VALUE '    BEFORE'.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE '     AFTER'.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'DIFFERENCE'.

       01  RPT-MIX-LINE.
           05 ML-CODE                  PIC X(5).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 ML-LABEL                 PIC X(12).
           05 ML-BEFORE                PIC Z(9)9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 ML-AFTER                 PIC Z(9)9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 ML-DIFFERENCE            PIC -(9)9.

       01  RPT-TOTALS-LINE.
           05 TL-LABEL                 PIC X(34).
           05 TL-COUNT                 PIC Z(8)9.

       01  RPT-GEN-LINE.
           05 FILLER                   PIC X(34) VALUE
               'DELTA GENERATION NUMBER'.
           05 GL-GENERATION            PIC Z(5)9.

       01  RPT-HASH-LINE.
           05 FILLER                   PIC X(25) VALUE
               'HASH TOTAL OF FB-NUMBER'.
           05 HL-HASH                  PIC 9(18).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           INITIALIZE WS-MIX-TABLE
           PERFORM READ-SWEEP-PARM
           PERFORM BUILD-RULE-TABLE
           PERFORM OPEN-FILES
           IF WS-MODE-UPDATE
               PERFORM NEXT-RUN-NUMBER
               PERFORM NEXT-GENERATION-NUMBER
               PERFORM WRITE-HEADER-RECORD
           ELSE
               PERFORM READ-RUN-NUMBER
           END-IF
           PERFORM WRITE-REPORT-HEADING
           PERFORM READ-OLD-MASTER
           PERFORM UNTIL WS-MAST-EOF
               PERFORM SWEEP-MASTER-RECORD
               PERFORM READ-OLD-MASTER
           END-PERFORM
           IF WS-MODE-UPDATE
               PERFORM WRITE-TRAILER-RECORD
           ELSE
               IF WS-TOT-CLASS-CHANGED > 0
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           END-IF
           PERFORM WRITE-SWEEP-REPORT
           PERFORM CLOSE-FILES
           IF WS-MODE-UPDATE
               PERFORM WRITE-AUDIT-RECORD
           END-IF
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * A missing or empty FBRCLPRM card runs the sweep report-only,
      * so an accidental submission can never rewrite the master.
      ******************************************************************
       READ-SWEEP-PARM.
           OPEN INPUT FB-RCL-PARM-FILE
           IF WS-RCL-PARM-FILE-STATUS = '00'
               READ FB-RCL-PARM-FILE
                   AT END
                       MOVE 'R' TO WS-SWEEP-MODE
                   NOT AT END
                       MOVE FB-RCL-MODE TO WS-SWEEP-MODE
               END-READ
               CLOSE FB-RCL-PARM-FILE
           ELSE
               DISPLAY 'FBRECLAS: NO FBRCLPRM CARD - RUNNING '
                   'REPORT ONLY'
               MOVE 'R' TO WS-SWEEP-MODE
           END-IF
           IF NOT WS-MODE-UPDATE AND NOT WS-MODE-REPORT-ONLY
               DISPLAY 'FBRECLAS: INVALID FBRCLPRM MODE - MUST BE '
                   'U OR R'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * The current rule table: FBRULES with the FBPARM divisor pairs
      * as the fallback, the same versions FIZZBUZZ builds, with the
      * version in force on the sweep's run date selected by the
      * shared FBRULSEL subprogram. The whole file is held to the
      * checks FIZZBUZZ makes - no more than 10 versions of no more
      * than 9 rules, versions in effective-date order, and every
      * version through FBRULEVL - before a single record is
      * re-classified, so a deck FIZZBUZZ would refuse can never
      * rewrite the master here.
      ******************************************************************
       BUILD-RULE-TABLE.
           INITIALIZE FB-RULE-VERSION-TABLE
           PERFORM READ-PARM-CARD
           OPEN INPUT FB-RULE-FILE
           IF WS-RULE-FILE-STATUS = '00'
               PERFORM UNTIL WS-RULE-EOF
                   READ FB-RULE-FILE
                       AT END
                           SET WS-RULE-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-RULE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FB-RULE-FILE
           ELSE
               DISPLAY 'FBRECLAS: NO FBRULES RULE TABLE - USING '
                   'FBPARM DIVISOR PAIRS'
           END-IF
           IF FB-RVT-COUNT = 0
               MOVE 1                 TO FB-RVT-COUNT
               MOVE ZEROES            TO FB-RVT-EFF-DATE(1)
               MOVE 2                 TO FB-RVT-RULE-COUNT(1)
               MOVE FB-DIVISOR-1      TO FB-RVT-DIVISOR(1, 1)
               MOVE FB-LABEL-1        TO FB-RVT-LABEL(1, 1)
               MOVE FB-DIVISOR-2      TO FB-RVT-DIVISOR(1, 2)
               MOVE FB-LABEL-2        TO FB-RVT-LABEL(1, 2)
               MOVE FB-COMBINED-LABEL TO FB-RVT-COMBINED-LABEL(1)
           END-IF
           PERFORM VALIDATE-RULES
           CALL 'FBRULSEL' USING FB-RULE-VERSION-TABLE,
               WS-RUN-DATE-NUM, FB-RULE-TABLE
           END-CALL.

      ******************************************************************
      * A record whose effective date differs from the record before
      * it starts a new version. Records written before versions were
      * introduced carry no date and load as version zero.
      ******************************************************************
       LOAD-RULE-ENTRY.
           IF FB-RULE-IN-EFF-DATE NUMERIC
               MOVE FB-RULE-IN-EFF-DATE TO WS-RULE-IN-DATE
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
                   MOVE FB-RULE-IN-DIVISOR
                       TO FB-RVT-DIVISOR(FB-RVT-COUNT,
                              FB-RVT-RULE-COUNT(FB-RVT-COUNT))
                   MOVE FB-RULE-IN-LABEL
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
      * Every version on the file is edited, not just the one in force
      * on the run date, the same as FIZZBUZZ VALIDATE-RULES. Nothing
      * has been opened yet, so a bad deck stops the sweep clean.
      ******************************************************************
       VALIDATE-RULES.
           IF WS-RULE-OVERFLOW
               SET WS-RULES-INVALID TO TRUE
               DISPLAY 'FBRECLAS: FBRULES HAS MORE THAN 9 RULES IN '
                   'ONE VERSION'
           END-IF
           IF WS-RULE-VER-OVERFLOW
               SET WS-RULES-INVALID TO TRUE
               DISPLAY 'FBRECLAS: FBRULES HAS MORE THAN 10 VERSIONS'
           END-IF
           IF WS-RULE-SEQ-ERROR
               SET WS-RULES-INVALID TO TRUE
               DISPLAY 'FBRECLAS: FBRULES VERSIONS NOT IN EFFECTIVE-'
                   'DATE ORDER'
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
                   DISPLAY 'FBRECLAS: RULE VERSION EFFECTIVE '
                       FB-RVT-EFF-DATE(WS-VER-X) ' FAILED EDIT'
                   PERFORM VARYING WS-PEDIT-X FROM 1 BY 1
                           UNTIL WS-PEDIT-X > FB-PEDIT-ERROR-COUNT
                              OR WS-PEDIT-X > 8
                       DISPLAY 'FBRECLAS: '
                           FB-PEDIT-MESSAGE(WS-PEDIT-X)
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-RULES-INVALID
               DISPLAY 'FBRECLAS: FBRULES REJECTED - NOTHING SWEPT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * The FBPARM card is read whether or not FBRULES is supplied:
      * it is the rule fallback and its contents go on the sweep's
      * audit record, so the trail shows the card in effect.
      ******************************************************************
       READ-PARM-CARD.
           OPEN INPUT FB-PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ FB-PARM-FILE
                   AT END
                       PERFORM APPLY-DEFAULT-PARM
               END-READ
               CLOSE FB-PARM-FILE
           ELSE
               DISPLAY 'FBRECLAS: FBPARM CONTROL CARD NOT FOUND - '
                   'USING DEFAULT DIVISOR PAIRS'
               PERFORM APPLY-DEFAULT-PARM
           END-IF.

       APPLY-DEFAULT-PARM.
           MOVE 0003        TO FB-DIVISOR-1
           MOVE 'Fizz'      TO FB-LABEL-1
           MOVE 0005        TO FB-DIVISOR-2
           MOVE 'Buzz'      TO FB-LABEL-2
           MOVE 'FizzBuzz'  TO FB-COMBINED-LABEL
           MOVE 00000001    TO FB-LOW-RANGE
           MOVE 00000100    TO FB-HIGH-RANGE
           MOVE 'C'         TO FB-RUN-MODE
           MOVE 'N'         TO FB-RESTART-FLAG
           MOVE 001000      TO FB-CHECKPOINT-INTERVAL.

      ******************************************************************
      * An update sweep is an execution in its own right and gets the
      * next run/cycle number from FBRUNNO, the same single-record
      * rewrite FIZZBUZZ and FBBKOUT use. Runs only after every file
      * is open, so a failed sweep does not consume a number.
      ******************************************************************
       NEXT-RUN-NUMBER.
           PERFORM READ-RUN-NUMBER
           ADD 1 TO WS-RUN-NUMBER
           MOVE WS-RUN-NUMBER TO FB-RUNNO-NUMBER
           OPEN OUTPUT FB-RUNNO-FILE
           WRITE FB-RUNNO-RECORD
           CLOSE FB-RUNNO-FILE.

       READ-RUN-NUMBER.
           OPEN INPUT FB-RUNNO-FILE
           IF WS-RUNNO-FILE-STATUS = '00'
               READ FB-RUNNO-FILE
                   AT END
                       MOVE 0 TO WS-RUN-NUMBER
                   NOT AT END
                       MOVE FB-RUNNO-NUMBER TO WS-RUN-NUMBER
               END-READ
               CLOSE FB-RUNNO-FILE
           ELSE
               MOVE 0 TO WS-RUN-NUMBER
           END-IF.

      ******************************************************************
      * The sweep's changed keys are a delta generation like any
      * other: the next FBDGEN number, rewritten the same way FBDELTA
      * maintains it, so the receivers apply it in sequence.
      ******************************************************************
       NEXT-GENERATION-NUMBER.
           OPEN INPUT FB-DGEN-FILE
           IF WS-DGEN-FILE-STATUS = '00'
               READ FB-DGEN-FILE
                   AT END
                       MOVE 0 TO WS-GENERATION
                   NOT AT END
                       MOVE FB-DGEN-NUMBER TO WS-GENERATION
               END-READ
               CLOSE FB-DGEN-FILE
           ELSE
               DISPLAY 'FBRECLAS: NO FBDGEN CONTROL FILE - STARTING '
                   'AT GENERATION 1'
               MOVE 0 TO WS-GENERATION
           END-IF
           ADD 1 TO WS-GENERATION
           MOVE WS-GENERATION TO FB-DGEN-NUMBER
           OPEN OUTPUT FB-DGEN-FILE
           WRITE FB-DGEN-RECORD
           CLOSE FB-DGEN-FILE.

       OPEN-FILES.
           OPEN INPUT FB-OLD-MAST-FILE
           IF WS-OLD-MAST-FILE-STATUS NOT = '00'
               DISPLAY 'FBRECLAS: FBMASTO MASTER NOT FOUND, '
                   'STATUS=' WS-OLD-MAST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FBRECLAS-RPT
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'FBRECLAS: UNABLE TO OPEN FBRCLRPT REPORT '
                   'FILE, STATUS=' WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE FB-OLD-MAST-FILE
               STOP RUN
           END-IF
           IF WS-MODE-UPDATE
               OPEN OUTPUT FB-NEW-MAST-FILE
               IF WS-NEW-MAST-FILE-STATUS NOT = '00'
                   DISPLAY 'FBRECLAS: UNABLE TO OPEN FBMASTN NEW '
                       'MASTER, STATUS=' WS-NEW-MAST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE FB-OLD-MAST-FILE
                   CLOSE FBRECLAS-RPT
                   STOP RUN
               END-IF
               OPEN OUTPUT FB-DELTA-FILE
               IF WS-DELTA-FILE-STATUS NOT = '00'
                   DISPLAY 'FBRECLAS: UNABLE TO OPEN FBDLFILE DELTA '
                       'FILE, STATUS=' WS-DELTA-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE FB-OLD-MAST-FILE
                   CLOSE FBRECLAS-RPT
                   CLOSE FB-NEW-MAST-FILE
                   STOP RUN
               END-IF
               OPEN EXTEND FB-CHG-HIST-FILE
               IF WS-CHGHST-FILE-STATUS NOT = '00'
                   OPEN OUTPUT FB-CHG-HIST-FILE
               END-IF
           END-IF.

       CLOSE-FILES.
           CLOSE FB-OLD-MAST-FILE
           CLOSE FBRECLAS-RPT
           IF WS-MODE-UPDATE
               CLOSE FB-NEW-MAST-FILE
               CLOSE FB-DELTA-FILE
               CLOSE FB-CHG-HIST-FILE
           END-IF.

       READ-OLD-MASTER.
           READ FB-OLD-MAST-FILE
               AT END
                   SET WS-MAST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-MAST-IN
           END-READ.

      ******************************************************************
      * One master record re-classified under the current rules. The
      * change rules are FBMSTUPD's: a new class code keeps the old
      * one as the prior code and flags the record changed with the
      * run date. A record whose code stands keeps its change flag
      * and date as they were - the sweep did not change it.
      ******************************************************************
       SWEEP-MASTER-RECORD.
           MOVE FB-MASTER-RECORD TO WS-WORK-MASTER
           MOVE FB-MAST-CLASS-CODE TO WS-MIX-CODE
           PERFORM FIND-MIX-ENTRY
           ADD 1 TO WS-MIX-BEFORE(WS-MIX-X)
           MOVE FB-MAST-NUMBER TO WS-CLASS-NUMBER
           CALL 'FBCLASS' USING WS-CLASS-NUMBER, FB-RULE-TABLE,
               WS-CLASS-CODE, WS-CLASS-TEXT
           END-CALL
           EVALUATE TRUE
               WHEN WS-CLASS-CODE NOT = FB-MAST-CLASS-CODE
                   MOVE WS-CLASS-CODE      TO WS-WM-CLASS-CODE
                   MOVE WS-CLASS-TEXT      TO WS-WM-CLASS-TEXT
                   MOVE FB-MAST-CLASS-CODE TO WS-WM-PRIOR-CODE
                   MOVE 'Y'                TO WS-WM-CHANGE-FLAG
                   MOVE WS-RUN-DATE-NUM    TO WS-WM-CHANGE-DATE
                   ADD 1 TO WS-TOT-CLASS-CHANGED
                   PERFORM WRITE-CHANGE-LINE
                   IF WS-MODE-UPDATE
                       PERFORM WRITE-DETAIL-RECORD
                       PERFORM WRITE-CHANGE-HISTORY
                   END-IF
               WHEN WS-CLASS-TEXT NOT = FB-MAST-CLASS-TEXT
                   MOVE WS-CLASS-TEXT      TO WS-WM-CLASS-TEXT
                   ADD 1 TO WS-TOT-TEXT-REFRESHED
                   IF WS-MODE-UPDATE
                       PERFORM WRITE-CHANGE-HISTORY
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-TOT-UNCHANGED
           END-EVALUATE
           MOVE WS-WM-CLASS-CODE TO WS-MIX-CODE
           PERFORM FIND-MIX-ENTRY
           ADD 1 TO WS-MIX-AFTER(WS-MIX-X)
           IF WS-MODE-UPDATE
               WRITE FB-NEW-MASTER-RECORD FROM WS-WORK-MASTER
               ADD 1 TO WS-TOT-MAST-OUT
           END-IF.

       WRITE-CHANGE-HISTORY.
           MOVE WS-WM-NUMBER       TO FB-CHG-NUMBER
           MOVE WS-WM-SOURCE-KEY   TO FB-CHG-SOURCE-KEY
           MOVE WS-RUN-DATE-NUM    TO FB-CHG-RUN-DATE
           MOVE WS-RUN-NUMBER      TO FB-CHG-RUN-NUMBER
           MOVE 'C'                TO FB-CHG-ACTION
           MOVE FB-MAST-CLASS-CODE TO FB-CHG-OLD-CODE
           MOVE FB-MAST-CLASS-TEXT TO FB-CHG-OLD-TEXT
           MOVE WS-WM-CLASS-CODE   TO FB-CHG-NEW-CODE
           MOVE WS-WM-CLASS-TEXT   TO FB-CHG-NEW-TEXT
           MOVE WS-JOB-NAME        TO FB-CHG-STEP-NAME
           WRITE FB-CHANGE-HISTORY-RECORD
           ADD 1 TO WS-TOT-CHG-WRITTEN.

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

       WRITE-HEADER-RECORD.
           MOVE 'H'             TO FB-DHDR-RECORD-TYPE
           MOVE WS-GENERATION   TO FB-DHDR-GENERATION
           MOVE WS-RUN-DATE-NUM TO FB-DHDR-RUN-DATE
           MOVE WS-RUN-NUMBER   TO FB-DHDR-RUN-NUMBER
           WRITE FB-DELTA-RECORD FROM FB-DLT-HEADER-RECORD.

       WRITE-DETAIL-RECORD.
           ADD 1 TO WS-DETAIL-COUNT
           COMPUTE WS-HASH-TOTAL =
               FUNCTION MOD(WS-HASH-TOTAL + WS-WM-NUMBER,
                   1000000000000000000)
           MOVE 'D'                 TO FB-DDTL-RECORD-TYPE
           MOVE 'C'                 TO FB-DDTL-CHANGE-TYPE
           MOVE WS-WM-NUMBER        TO FB-DDTL-NUMBER
           MOVE WS-WM-SOURCE-KEY    TO FB-DDTL-SOURCE-KEY
           MOVE WS-WM-CLASS-CODE    TO FB-DDTL-CLASS-CODE
           MOVE WS-WM-CLASS-TEXT    TO FB-DDTL-CLASS-TEXT
           MOVE WS-WM-PRIOR-CODE    TO FB-DDTL-PRIOR-CODE
           MOVE WS-WM-CHANGE-DATE   TO FB-DDTL-CHANGE-DATE
           WRITE FB-DELTA-RECORD FROM FB-DLT-DETAIL-RECORD.

       WRITE-TRAILER-RECORD.
           MOVE 'T'             TO FB-DTRL-RECORD-TYPE
           MOVE WS-DETAIL-COUNT TO FB-DTRL-RECORD-COUNT
           MOVE WS-HASH-TOTAL   TO FB-DTRL-HASH-TOTAL
           WRITE FB-DELTA-RECORD FROM FB-DLT-TRAILER-RECORD.

       WRITE-REPORT-HEADING.
           MOVE WS-JOB-NAME   TO H1-JOB-NAME
           MOVE WS-STEP-NAME  TO H1-STEP-NAME
           MOVE WS-RUN-MM     TO H1-RUN-MM
           MOVE WS-RUN-DD     TO H1-RUN-DD
           MOVE WS-RUN-YYYY   TO H1-RUN-YYYY
           MOVE WS-RUN-NUMBER TO H1-RUN-NO
           WRITE FB-RPT-LINE FROM RPT-HEADER-LINE-1
           WRITE FB-RPT-LINE FROM RPT-HEADER-LINE-2
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           IF WS-MODE-UPDATE
               MOVE 'UPDATE - MASTER AND DELTA WRITTEN' TO ML-MODE
               MOVE 'KEYS RECLASSIFIED' TO CT-TEXT
           ELSE
               MOVE 'REPORT ONLY - NOTHING WRITTEN' TO ML-MODE
               MOVE 'KEYS THAT WOULD BE RECLASSIFIED' TO CT-TEXT
           END-IF
           WRITE FB-RPT-LINE FROM RPT-MODE-LINE
           MOVE FB-RULE-EFF-DATE TO VL-EFF-DATE
           WRITE FB-RPT-LINE FROM RPT-VERSION-LINE
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           WRITE FB-RPT-LINE FROM RPT-CHANGE-TITLE
           WRITE FB-RPT-LINE FROM RPT-CHANGE-HEADING.

       WRITE-CHANGE-LINE.
           MOVE WS-WM-NUMBER       TO CL-NUMBER
           MOVE WS-WM-SOURCE-KEY   TO CL-SOURCE-KEY
           MOVE FB-MAST-CLASS-CODE TO CL-OLD-CODE
           MOVE FB-MAST-CLASS-TEXT TO CL-OLD-TEXT
           MOVE WS-WM-CLASS-CODE   TO CL-NEW-CODE
           MOVE WS-WM-CLASS-TEXT   TO CL-NEW-TEXT
           WRITE FB-RPT-LINE FROM RPT-CHANGE-LINE.

      ******************************************************************
      * The class mix lists every code the current rules can assign
      * plus any other code found before or after the sweep, so a
      * code retired by the rule change shows its population draining
      * to zero.
      ******************************************************************
       WRITE-SWEEP-REPORT.
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           WRITE FB-RPT-LINE FROM RPT-MIX-TITLE
           WRITE FB-RPT-LINE FROM RPT-MIX-HEADING
           PERFORM VARYING WS-MIX-X FROM 1 BY 1 UNTIL WS-MIX-X > 12
               IF WS-MIX-BEFORE(WS-MIX-X) > 0
                OR WS-MIX-AFTER(WS-MIX-X) > 0
                OR (WS-MIX-X <= 9 AND WS-MIX-X <= FB-RULE-COUNT)
                OR WS-MIX-X = 10 OR WS-MIX-X = 11
                   PERFORM WRITE-MIX-LINE
               END-IF
           END-PERFORM
           MOVE 'TOTAL'         TO ML-CODE
           MOVE SPACES          TO ML-LABEL
           MOVE WS-TOT-MAST-IN  TO ML-BEFORE
           MOVE WS-TOT-MAST-IN  TO ML-AFTER
           MOVE 0               TO ML-DIFFERENCE
           WRITE FB-RPT-LINE FROM RPT-MIX-LINE
           WRITE FB-RPT-LINE FROM RPT-BLANK-LINE
           MOVE 'MASTER RECORDS READ'          TO TL-LABEL
           MOVE WS-TOT-MAST-IN                 TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           IF WS-MODE-UPDATE
               MOVE 'CLASS CODE CHANGES FLAGGED' TO TL-LABEL
           ELSE
               MOVE 'CLASS CODES THAT WOULD CHANGE' TO TL-LABEL
           END-IF
           MOVE WS-TOT-CLASS-CHANGED           TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'CLASS TEXT REFRESHED'         TO TL-LABEL
           MOVE WS-TOT-TEXT-REFRESHED          TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           MOVE 'MASTER RECORDS UNCHANGED'     TO TL-LABEL
           MOVE WS-TOT-UNCHANGED               TO TL-COUNT
           WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           IF WS-MODE-UPDATE
               MOVE 'NEW MASTER RECORDS WRITTEN' TO TL-LABEL
               MOVE WS-TOT-MAST-OUT            TO TL-COUNT
               WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
               MOVE WS-GENERATION TO GL-GENERATION
               WRITE FB-RPT-LINE FROM RPT-GEN-LINE
               MOVE 'DELTA DETAILS WRITTEN'    TO TL-LABEL
               MOVE WS-DETAIL-COUNT            TO TL-COUNT
               WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
               MOVE WS-HASH-TOTAL TO HL-HASH
               WRITE FB-RPT-LINE FROM RPT-HASH-LINE
               MOVE 'CHANGE-HISTORY RECORDS WRITTEN' TO TL-LABEL
               MOVE WS-TOT-CHG-WRITTEN         TO TL-COUNT
               WRITE FB-RPT-LINE FROM RPT-TOTALS-LINE
           END-IF.

       WRITE-MIX-LINE.
           EVALUATE TRUE
               WHEN WS-MIX-X <= 9
                   MOVE WS-MIX-X TO WS-MIX-DIGIT
                   MOVE WS-MIX-DIGIT-X TO ML-CODE
                   IF WS-MIX-X <= FB-RULE-COUNT
                       MOVE FB-RULE-LABEL(WS-MIX-X) TO ML-LABEL
                   ELSE
                       MOVE 'NOT IN RULES' TO ML-LABEL
                   END-IF
               WHEN WS-MIX-X = 10
                   MOVE 'C'            TO ML-CODE
                   MOVE 'COMBINED'     TO ML-LABEL
               WHEN WS-MIX-X = 11
                   MOVE 'N'            TO ML-CODE
                   MOVE 'NO RULE HIT'  TO ML-LABEL
               WHEN OTHER
                   MOVE 'OTHER'        TO ML-CODE
                   MOVE 'INVALID CODE' TO ML-LABEL
           END-EVALUATE
           MOVE WS-MIX-BEFORE(WS-MIX-X) TO ML-BEFORE
           MOVE WS-MIX-AFTER(WS-MIX-X)  TO ML-AFTER
           COMPUTE ML-DIFFERENCE = WS-MIX-AFTER(WS-MIX-X)
                                 - WS-MIX-BEFORE(WS-MIX-X)
           WRITE FB-RPT-LINE FROM RPT-MIX-LINE.

      ******************************************************************
      * An update sweep is audited like any run that alters the
      * master: the card in effect, the rule version applied (low and
      * high are the same - one version classifies the whole sweep)
      * and run mode 'S'.
      ******************************************************************
       WRITE-AUDIT-RECORD.
           ACCEPT WS-END-TIME FROM TIME
           MOVE WS-RUN-DATE-NUM        TO FB-AUD-RUN-DATE
           MOVE WS-RUN-NUMBER          TO FB-AUD-RUN-NUMBER
           MOVE WS-START-TIME          TO FB-AUD-START-TIME
           MOVE WS-END-TIME            TO FB-AUD-END-TIME
           MOVE FB-DIVISOR-1           TO FB-AUD-DIVISOR-1
           MOVE FB-LABEL-1             TO FB-AUD-LABEL-1
           MOVE FB-DIVISOR-2           TO FB-AUD-DIVISOR-2
           MOVE FB-LABEL-2             TO FB-AUD-LABEL-2
           MOVE FB-COMBINED-LABEL      TO FB-AUD-COMBINED-LABEL
           MOVE FB-LOW-RANGE           TO FB-AUD-LOW-RANGE
           MOVE FB-HIGH-RANGE          TO FB-AUD-HIGH-RANGE
           MOVE 'S'                    TO FB-AUD-RUN-MODE
           MOVE 'N'                    TO FB-AUD-RESTART-FLAG
           MOVE FB-CHECKPOINT-INTERVAL TO FB-AUD-CKPT-INTERVAL
           MOVE WS-FINAL-RC            TO FB-AUD-RETURN-CODE
           MOVE 'N'                    TO FB-AUD-CONTINUATION
           MOVE FB-RULE-EFF-DATE       TO FB-AUD-RULE-VER-LOW
           MOVE FB-RULE-EFF-DATE       TO FB-AUD-RULE-VER-HIGH
           MOVE ZEROES                 TO FB-AUD-CHANGE-ID
           MOVE SPACES                 TO FB-AUD-CHANGE-TYPE
           MOVE SPACES                 TO FB-AUD-CHANGE-EVENT
           MOVE SPACES                 TO FB-AUD-CHANGE-USER
           OPEN EXTEND FB-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT FB-AUDIT-FILE
           END-IF
           WRITE FB-AUDIT-RECORD
           CLOSE FB-AUDIT-FILE.
