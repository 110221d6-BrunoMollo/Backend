       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBCALDAY.
      ******************************************************************
      * FBCALDAY - shared business-day subprogram. CALLed by every step
      * whose date rule is a business rule - FBEDIT's stale-date edit,
      * hold release and suspense aging, FBXACK's acknowledgment
      * chase, FBHSTPRG's retention - so they all count days the same
      * way against the one FBCALNDR processing calendar (see
      * FBCALREC), the same drift-proofing FBCLASS gives the rules and
      * FBPARMVL the card edits. The calendar is read into a table on
      * the first call of the run and kept for the calls that follow.
      * Monday to Friday are business days and Saturday and Sunday
      * are not, except where the calendar marks a weekday holiday
      * ('H') or a worked weekend day ('W'). The functions and return
      * codes are described in FBCALREQ. With no calendar, or for a
      * year the calendar does not cover, only weekends are non-
      * business days; the answer is still given, with return code
      * 04, and the operator log is told once per run.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FB-CAL-FILE ASSIGN TO "FBCALNDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FB-CAL-FILE.
       COPY FBCALREC.

       WORKING-STORAGE SECTION.
       01  WS-CAL-FILE-STATUS          PIC X(2) VALUE '00'.

       01  WS-CAL-EOF-SW               PIC X(1) VALUE 'N'.
           88  WS-CAL-EOF              VALUE 'Y'.
       01  WS-LOADED-SW                PIC X(1) VALUE 'N'.
           88  WS-LOADED               VALUE 'Y'.
       01  WS-NO-CALENDAR-SW           PIC X(1) VALUE 'N'.
           88  WS-NO-CALENDAR          VALUE 'Y'.
       01  WS-WARNED-SW                PIC X(1) VALUE 'N'.
           88  WS-WARNED               VALUE 'Y'.
       01  WS-DAY-BUSINESS-SW          PIC X(1) VALUE 'N'.
           88  WS-DAY-BUSINESS         VALUE 'Y'.

       01  WS-CAL-MAX                  PIC 9(4) VALUE 3000.
       01  WS-CAL-COUNT                PIC 9(4) VALUE 0.
       01  WS-CAL-X                    PIC 9(4) VALUE 0.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 3000 TIMES.
               10  WS-CT-DATE          PIC 9(8).
               10  WS-CT-INT           PIC 9(9).
               10  WS-CT-TYPE          PIC X(1).

       01  WS-LOW-YEAR                 PIC 9(4) VALUE 9999.
       01  WS-HIGH-YEAR                PIC 9(4) VALUE 0.

       01  WS-CHECK-DATE               PIC 9(8) VALUE 0.
       01  WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YEAR           PIC 9(4).
           05  WS-CHECK-MONTH          PIC 9(2).
           05  WS-CHECK-DAY            PIC 9(2).
       01  WS-CHECK-INT                PIC 9(9) VALUE 0.
       01  WS-DAYS-IN-MONTH            PIC 9(2) VALUE 0.
       01  WS-LEAP-REMAINDER           PIC 9(4) VALUE 0.

       01  WS-START-INT                PIC 9(9) VALUE 0.
       01  WS-FROM-INT                 PIC 9(9) VALUE 0.
       01  WS-TO-INT                   PIC 9(9) VALUE 0.
       01  WS-WORK-INT                 PIC 9(9) VALUE 0.
       01  WS-WORK-DATE                PIC 9(8) VALUE 0.
       01  WS-DAY-OF-WEEK              PIC 9(1) VALUE 0.
       01  WS-STEP                     PIC S9(1) VALUE 1.
       01  WS-DAYS-LEFT                PIC 9(5) VALUE 0.
       01  WS-GUARD                    PIC 9(5) VALUE 0.
       01  WS-DAY-COUNT                PIC S9(7) VALUE 0.

       LINKAGE SECTION.
       COPY FBCALREQ.

       PROCEDURE DIVISION USING FB-CALENDAR-REQUEST.
       MAIN-LOGIC.
           IF NOT WS-LOADED
               PERFORM LOAD-CALENDAR
           END-IF
           MOVE 0 TO FB-CALQ-RETURN-CODE
           MOVE FB-CALQ-DATE-1 TO WS-CHECK-DATE
           PERFORM VALIDATE-DATE
           MOVE WS-CHECK-INT TO WS-START-INT
           IF FB-CALQ-COUNT-DAYS AND NOT FB-CALQ-INVALID
               MOVE FB-CALQ-DATE-2 TO WS-CHECK-DATE
               PERFORM VALIDATE-DATE
           END-IF
           IF NOT FB-CALQ-INVALID
               EVALUATE TRUE
                   WHEN FB-CALQ-CHECK-DAY
                       MOVE WS-START-INT TO WS-WORK-INT
                       PERFORM CHECK-ONE-DAY
                       MOVE WS-DAY-BUSINESS-SW TO FB-CALQ-BUSINESS-SW
                   WHEN FB-CALQ-COUNT-DAYS
                       PERFORM COUNT-BUSINESS-DAYS
                   WHEN FB-CALQ-NEXT-DAY
                       MOVE 1 TO WS-STEP
                       PERFORM FIND-BUSINESS-DAY
                   WHEN FB-CALQ-PRIOR-DAY
                       MOVE -1 TO WS-STEP
                       PERFORM FIND-BUSINESS-DAY
                   WHEN FB-CALQ-ADD-DAYS
                       PERFORM ADD-BUSINESS-DAYS
                   WHEN OTHER
                       MOVE 12 TO FB-CALQ-RETURN-CODE
               END-EVALUATE
           END-IF
           GOBACK.

      ******************************************************************
      * Records FBCALEDT would reject (bad date or day type) are left
      * out of the table rather than guessed at.
      ******************************************************************
       LOAD-CALENDAR.
           SET WS-LOADED TO TRUE
           OPEN INPUT FB-CAL-FILE
           IF WS-CAL-FILE-STATUS NOT = '00'
               DISPLAY 'FBCALDAY: NO FBCALNDR CALENDAR, STATUS='
                   WS-CAL-FILE-STATUS ' - SATURDAY AND SUNDAY ARE '
                   'THE ONLY NON-BUSINESS DAYS'
               SET WS-NO-CALENDAR TO TRUE
               SET WS-WARNED TO TRUE
           ELSE
               PERFORM UNTIL WS-CAL-EOF
                   READ FB-CAL-FILE
                       AT END
                           SET WS-CAL-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-CALENDAR-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FB-CAL-FILE
           END-IF.

       LOAD-CALENDAR-ENTRY.
           MOVE 0 TO WS-CHECK-INT
           IF FB-CAL-DATE IS NUMERIC
            AND (FB-CAL-HOLIDAY OR FB-CAL-WORKING-DAY)
               MOVE FB-CAL-DATE TO WS-CHECK-DATE
               PERFORM CONVERT-CHECK-DATE
           END-IF
           IF WS-CHECK-INT > 0
               IF WS-CAL-COUNT >= WS-CAL-MAX
                   IF NOT WS-WARNED
                       DISPLAY 'FBCALDAY: FBCALNDR HAS MORE THAN '
                           WS-CAL-MAX ' DATES - LATER DATES IGNORED'
                       SET WS-WARNED TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO WS-CAL-COUNT
                   MOVE FB-CAL-DATE     TO WS-CT-DATE(WS-CAL-COUNT)
                   MOVE WS-CHECK-INT    TO WS-CT-INT(WS-CAL-COUNT)
                   MOVE FB-CAL-DAY-TYPE TO WS-CT-TYPE(WS-CAL-COUNT)
                   MOVE FB-CAL-DATE     TO WS-CHECK-DATE
                   IF WS-CHECK-YEAR < WS-LOW-YEAR
                       MOVE WS-CHECK-YEAR TO WS-LOW-YEAR
                   END-IF
                   IF WS-CHECK-YEAR > WS-HIGH-YEAR
                       MOVE WS-CHECK-YEAR TO WS-HIGH-YEAR
                   END-IF
               END-IF
           END-IF.

       VALIDATE-DATE.
           PERFORM CONVERT-CHECK-DATE
           IF WS-CHECK-INT = 0
               MOVE 12 TO FB-CALQ-RETURN-CODE
           ELSE
               PERFORM NOTE-COVERAGE
           END-IF.

      ******************************************************************
      * WS-CHECK-DATE as a day number, or zero when it is not a real
      * date. Year, month and day-in-month are checked the way FBEDIT
      * VALIDATE-TRANS-DATE checks them before INTEGER-OF-DATE is
      * given the date, since an impossible date is an argument
      * error to the function, not a zero result.
      ******************************************************************
       CONVERT-CHECK-DATE.
           MOVE 0 TO WS-CHECK-INT
           IF WS-CHECK-DATE IS NUMERIC
               IF WS-CHECK-YEAR >= 1601 AND WS-CHECK-MONTH >= 1
                AND WS-CHECK-MONTH <= 12 AND WS-CHECK-DAY >= 1
                   PERFORM SET-DAYS-IN-MONTH
                   IF WS-CHECK-DAY <= WS-DAYS-IN-MONTH
                       COMPUTE WS-CHECK-INT =
                           FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
                   END-IF
               END-IF
           END-IF.

       SET-DAYS-IN-MONTH.
           EVALUATE WS-CHECK-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   COMPUTE WS-LEAP-REMAINDER =
                       FUNCTION MOD(WS-CHECK-YEAR, 4)
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                       COMPUTE WS-LEAP-REMAINDER =
                           FUNCTION MOD(WS-CHECK-YEAR, 100)
                       IF WS-LEAP-REMAINDER = 0
                           COMPUTE WS-LEAP-REMAINDER =
                               FUNCTION MOD(WS-CHECK-YEAR, 400)
                           IF WS-LEAP-REMAINDER NOT = 0
                               MOVE 28 TO WS-DAYS-IN-MONTH
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

      ******************************************************************
      * A date in a year the calendar does not cover is answered from
      * the plain working week; the caller gets 04 and the operator
      * log one warning for the run.
      ******************************************************************
       NOTE-COVERAGE.
           IF WS-NO-CALENDAR OR WS-CHECK-YEAR < WS-LOW-YEAR
            OR WS-CHECK-YEAR > WS-HIGH-YEAR
               IF NOT FB-CALQ-INVALID
                   MOVE 4 TO FB-CALQ-RETURN-CODE
               END-IF
               IF NOT WS-WARNED
                   DISPLAY 'FBCALDAY: ' WS-CHECK-YEAR ' IS NOT ON THE '
                       'FBCALNDR CALENDAR - WEEKENDS ONLY USED'
                   SET WS-WARNED TO TRUE
               END-IF
           END-IF.

       CHECK-ONE-DAY.
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-WORK-INT, 7)
           IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
               MOVE 'N' TO WS-DAY-BUSINESS-SW
           ELSE
               SET WS-DAY-BUSINESS TO TRUE
           END-IF
           PERFORM VARYING WS-CAL-X FROM 1 BY 1
                   UNTIL WS-CAL-X > WS-CAL-COUNT
               IF WS-CT-DATE(WS-CAL-X) = WS-WORK-DATE
                   IF WS-CT-TYPE(WS-CAL-X) = 'H'
                       MOVE 'N' TO WS-DAY-BUSINESS-SW
                   ELSE
                       SET WS-DAY-BUSINESS TO TRUE
                   END-IF
                   MOVE WS-CAL-COUNT TO WS-CAL-X
               END-IF
           END-PERFORM
           MOVE WS-WORK-DATE TO WS-CHECK-DATE
           PERFORM NOTE-COVERAGE.

      ******************************************************************
      * Weekdays in the span are counted first, then the calendar is
      * passed once to take out weekday holidays and put back worked
      * weekend days, so a long span costs one pass of the table.
      ******************************************************************
       COUNT-BUSINESS-DAYS.
           IF WS-CHECK-INT >= WS-START-INT
               MOVE WS-START-INT TO WS-FROM-INT
               MOVE WS-CHECK-INT TO WS-TO-INT
               MOVE 1 TO WS-STEP
           ELSE
               MOVE WS-CHECK-INT TO WS-FROM-INT
               MOVE WS-START-INT TO WS-TO-INT
               MOVE -1 TO WS-STEP
           END-IF
           MOVE 0 TO WS-DAY-COUNT
           COMPUTE WS-WORK-INT = WS-FROM-INT + 1
           PERFORM UNTIL WS-WORK-INT > WS-TO-INT
               COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-WORK-INT, 7)
               IF WS-DAY-OF-WEEK NOT = 0 AND WS-DAY-OF-WEEK NOT = 6
                   ADD 1 TO WS-DAY-COUNT
               END-IF
               ADD 1 TO WS-WORK-INT
           END-PERFORM
           PERFORM VARYING WS-CAL-X FROM 1 BY 1
                   UNTIL WS-CAL-X > WS-CAL-COUNT
               IF WS-CT-INT(WS-CAL-X) > WS-FROM-INT
                AND WS-CT-INT(WS-CAL-X) <= WS-TO-INT
                   COMPUTE WS-DAY-OF-WEEK =
                       FUNCTION MOD(WS-CT-INT(WS-CAL-X), 7)
                   IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
                       IF WS-CT-TYPE(WS-CAL-X) = 'W'
                           ADD 1 TO WS-DAY-COUNT
                       END-IF
                   ELSE
                       IF WS-CT-TYPE(WS-CAL-X) = 'H'
                           SUBTRACT 1 FROM WS-DAY-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE FB-CALQ-DAYS = WS-DAY-COUNT * WS-STEP.

       FIND-BUSINESS-DAY.
           MOVE WS-START-INT TO WS-WORK-INT
           MOVE 0 TO WS-GUARD
           PERFORM CHECK-ONE-DAY
           PERFORM UNTIL WS-DAY-BUSINESS OR WS-GUARD > 366
               ADD WS-STEP TO WS-WORK-INT
               ADD 1 TO WS-GUARD
               PERFORM CHECK-ONE-DAY
           END-PERFORM
           MOVE WS-WORK-DATE TO FB-CALQ-RESULT-DATE.

       ADD-BUSINESS-DAYS.
           IF FB-CALQ-DAYS < 0
               MOVE -1 TO WS-STEP
               COMPUTE WS-DAYS-LEFT = 0 - FB-CALQ-DAYS
           ELSE
               MOVE 1 TO WS-STEP
               MOVE FB-CALQ-DAYS TO WS-DAYS-LEFT
           END-IF
           MOVE WS-START-INT TO WS-WORK-INT
           MOVE WS-CHECK-DATE TO WS-WORK-DATE
           PERFORM UNTIL WS-DAYS-LEFT = 0
               ADD WS-STEP TO WS-WORK-INT
               PERFORM CHECK-ONE-DAY
               IF WS-DAY-BUSINESS
                   SUBTRACT 1 FROM WS-DAYS-LEFT
               END-IF
           END-PERFORM
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           MOVE WS-WORK-DATE TO FB-CALQ-RESULT-DATE.
